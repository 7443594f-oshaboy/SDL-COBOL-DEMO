000182* DATE       INIT  DESCRIPTION
000184* ---------- ----  ---------------------------------------------
000186* 2026-09-02 DW    ORIGINAL REJECT REPAIR PROGRAM.
000188* 2026-10-15 DW    RESOLVE SYMBOLIC COLOR CODES THROUGH THE
000190*                  EFFECTIVE-DATED PALETTE MASTER (PALMST, KEPT
000192*                  BY PALMNT) INSTEAD OF THE FLAT PALETTE FILE.
000194*                  EVERY VERSION IS LOADED AND A CODE IS GOOD ONLY
000196*                  IF A VERSION IS IN EFFECT ON THE REPAIR
000198*                  DATE, WHICH THE RECYCLE HEADER CARRIES AS ITS
000200*                  FEED DATE.
000202*                  PALETTE TABLE WIDENED TO 200 VERSIONS.
000204* Tectonics: cobc
000206******************************************************************
000208 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. SHAPEREP.
000212 ENVIRONMENT DIVISION.
000214 INPUT-OUTPUT SECTION.
000216 FILE-CONTROL.
000218     SELECT REJECT-FILE ASSIGN TO "SHAPEREJ"
000220         ORGANIZATION IS LINE SEQUENTIAL
000222         FILE STATUS IS RJ-FILE-STATUS.
000224     SELECT CORRECTION-FILE ASSIGN TO "SHAPECOR"
000226         ORGANIZATION IS LINE SEQUENTIAL
000228         FILE STATUS IS CO-FILE-STATUS.
000230     SELECT RECYCLE-FILE ASSIGN TO "SHAPERCY"
000232         ORGANIZATION IS LINE SEQUENTIAL
000234         FILE STATUS IS RC-FILE-STATUS.
000236     SELECT AUDIT-FILE ASSIGN TO "SHAPEAUD"
000238         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS AU-FILE-STATUS.
000242     SELECT REPAIR-REPORT-FILE ASSIGN TO "REPRRPT"
000244         ORGANIZATION IS LINE SEQUENTIAL
000246         FILE STATUS IS RP-FILE-STATUS.
000248     SELECT PALETTE-FILE ASSIGN TO "PALMST"
000250         ORGANIZATION IS INDEXED
000252         ACCESS MODE IS SEQUENTIAL
000254         RECORD KEY IS PR-KEY
000256         FILE STATUS IS PL-FILE-STATUS.
000258 DATA DIVISION.
000260 FILE SECTION.
000262* REJECT-RECORD MIRRORS THE LAYOUT 3100-WRITE-REJECT IN
000264* SHAPEEDIT PRODUCES - KEEP THE TWO IN STEP.
000266 FD  REJECT-FILE.
000268 01  REJECT-RECORD.
000270     05  RJ-REASON-CODE  PIC 9(2).
000272     05  FILLER          PIC X(1).
000274     05  RJ-REJECT-DATA  PIC X(26).
000276 FD  CORRECTION-FILE.
000278 01  CORRECTION-RECORD.
000280     05  CO-REJECT-SEQ   PIC 9(6).
000282     05  CO-SHAPE-TYPE   PIC X(5).
000284     05  CO-X1           PIC X(3).
000286     05  CO-Y1           PIC X(3).
000288     05  CO-X2           PIC X(3).
000290     05  CO-Y2           PIC X(3).
000292     05  CO-COLOR        PIC X(9).
000294     05  CO-OPERATOR-ID  PIC X(8).
000296 FD  RECYCLE-FILE.
000298 01  RECYCLE-RECORD      PIC X(29).
000300 FD  AUDIT-FILE.
000302 01  AUDIT-RECORD.
000304     05  AU-DATE         PIC 9(8).
000306     05  FILLER          PIC X(1) VALUE SPACE.
000308     05  AU-TIME         PIC 9(8).
000310     05  FILLER          PIC X(1) VALUE SPACE.
000312     05  AU-REJECT-SEQ   PIC 9(6).
000314     05  FILLER          PIC X(1) VALUE SPACE.
000316     05  AU-REASON-CODE  PIC 9(2).
000318     05  FILLER          PIC X(1) VALUE SPACE.
000320     05  AU-ORIGINAL     PIC X(26).
000322     05  FILLER          PIC X(1) VALUE SPACE.
000324     05  AU-CORRECTED    PIC X(26).
000326     05  FILLER          PIC X(1) VALUE SPACE.
000328     05  AU-OPERATOR-ID  PIC X(8).
000330     05  FILLER          PIC X(1) VALUE SPACE.
000332     05  AU-DISPOSITION  PIC X(12).
000334 FD  REPAIR-REPORT-FILE.
000336 01  REPAIR-REPORT-RECORD PIC X(80).
000338* ONE PALETTE MASTER RECORD PER VERSION OF A COLOR CODE - SAME
000340* LAYOUT AS PALMNT AND MAIN-METHOD, KEEP IN STEP.
000342 FD  PALETTE-FILE.
000344 01  PALETTE-RECORD.
000346     05  PR-KEY.
000348         10  PR-CODE         PIC X(8).
000350         10  PR-EFF-FROM     PIC 9(8).
000352     05  PR-EFF-TO       PIC 9(8).
000354     05  PR-R            PIC 9(3).
000356     05  PR-G            PIC 9(3).
000358     05  PR-B            PIC 9(3).
000360 WORKING-STORAGE SECTION.
000362  77 RJ-FILE-STATUS PIC X(2) VALUE "00".
000364  77 CO-FILE-STATUS PIC X(2) VALUE "00".
000366  77 RC-FILE-STATUS PIC X(2) VALUE "00".
000368  77 AU-FILE-STATUS PIC X(2) VALUE "00".
000370  77 RP-FILE-STATUS PIC X(2) VALUE "00".
000372  77 RJ-EOF-SW PIC X(1) VALUE "N".
000374      88 RJ-AT-EOF VALUE "Y".
000376  77 CO-EOF-SW PIC X(1) VALUE "N".
000378      88 CO-AT-EOF VALUE "Y".
000380  77 WIDTH PIC 9(4) VALUE 640.
000382  77 HEIGHT PIC 9(4) VALUE 480.
000384  77 LOGICAL-SPACE PIC 9(4) VALUE 0.
000386  77 CANVAS-LIMIT-X PIC 9(4) VALUE 0.
000388  77 CANVAS-LIMIT-Y PIC 9(4) VALUE 0.
000390  77 REPAIR-DATE PIC 9(8) VALUE 0.
000392  77 REJECTS-READ PIC 9(6) VALUE 0.
000394  77 RECS-REPAIRED PIC 9(6) VALUE 0.
000396  77 RECS-STILL-BAD PIC 9(6) VALUE 0.
000398  77 RECS-UNCORRECTED PIC 9(6) VALUE 0.
000400  77 CORRECTIONS-READ PIC 9(6) VALUE 0.
000402  77 CORRECTIONS-USED PIC 9(6) VALUE 0.
000404  77 CORRECTIONS-UNMATCHED PIC 9(6) VALUE 0.
000406  77 REASON-CODE PIC 9(2) VALUE 0.
000408  77 RCY-REC-COUNT PIC 9(6) VALUE 0.
000410  77 RCY-COORD-HASH PIC 9(9) VALUE 0.
000412  77 RCY-COLOR-HASH PIC 9(9) VALUE 0.
000414  77 RECYCLE-HEADER-SW PIC X(1) VALUE "N".
000416      88 RECYCLE-HEADER-WRITTEN VALUE "Y".
000418  77 PL-FILE-STATUS PIC X(2) VALUE "00".
000420  77 PL-EOF-SW PIC X(1) VALUE "N".
000422      88 PL-AT-EOF VALUE "Y".
000424  77 PAL-COUNT PIC 9(3) COMP VALUE 0.
000426  77 PAL-IDX PIC 9(3) COMP VALUE 0.
000428  77 PAL-HIT PIC 9(3) COMP VALUE 0.
000430* A CODE RESOLVES TO THE PALETTE VERSION IN EFFECT ON THIS DATE.
000432  77 PALETTE-DATE PIC 9(8) VALUE 0.
000434  01 PALETTE-TABLE.
000436* ONE ENTRY PER VERSION, NOT PER CODE - 200 COVERS EVERY CODE
000438* WITH ROOM FOR SEVERAL DATED CHANGES EACH.
000440   05 PAL-ENTRY OCCURS 200 TIMES.
000442    10 PAL-CODE PIC X(8).
000444    10 PAL-EFF-FROM PIC 9(8).
000446    10 PAL-EFF-TO PIC 9(8).
000448    10 PAL-R PIC 9(3).
000450    10 PAL-G PIC 9(3).
000452    10 PAL-B PIC 9(3).
000454* THE CORRECTION FILE IS HELD IN STORAGE AND MATCHED BY REJECT
000456* SEQUENCE AS SHAPEREJ IS READ, SO OPERATORS CAN KEY THE
000458* CORRECTIONS IN ANY ORDER. 500 IS FAR PAST THE WORST REJECT
000460* COUNT ANY FEED HAS PRODUCED.
000462  77 COR-COUNT PIC 9(3) COMP VALUE 0.
000464  77 COR-IDX PIC 9(3) COMP VALUE 0.
000466  77 COR-HIT PIC 9(3) COMP VALUE 0.
000468  01 CORRECTION-TABLE.
000470   05 COR-ENTRY OCCURS 500 TIMES.
000472    10 CT-REJECT-SEQ PIC 9(6).
000474    10 CT-SHAPE-TYPE PIC X(5).
000476    10 CT-X1 PIC X(3).
000478    10 CT-Y1 PIC X(3).
000480    10 CT-X2 PIC X(3).
000482    10 CT-Y2 PIC X(3).
000484    10 CT-COLOR PIC X(9).
000486    10 CT-OPERATOR-ID PIC X(8).
000488    10 CT-USED-SW PIC X(1).
000490        88 CT-USED VALUE "Y".
000492* THE RECORD UNDER REPAIR, IN THE SAME LAYOUT SHAPEEDIT AND
000494* MAIN-METHOD READ FROM THE FEED - KEEP IN STEP WITH LINE-RECORD
000496* THERE.
000498  01 WORK-RECORD.
000500   05 WR-SHAPE-TYPE PIC X(5).
000502   05 WR-X1 PIC 9(3).
000504   05 WR-Y1 PIC 9(3).
000506   05 WR-X2 PIC 9(3).
000508   05 WR-Y2 PIC 9(3).
000510   05 WR-COLOR-FIELDS.
000512    10 WR-R PIC 9(3).
000514    10 WR-G PIC 9(3).
000516    10 WR-B PIC 9(3).
000518   05 WR-COLOR-VARIANT REDEFINES WR-COLOR-FIELDS.
000520    10 WR-COLOR-CODE PIC X(8).
000522    10 FILLER PIC X(1).
000524  01 RECYCLE-HEADER-REC.
000526   05 RH-RECORD-TYPE PIC X(5) VALUE "HDR".
000528   05 RH-FEED-DATE PIC 9(8) VALUE 0.
000530   05 RH-SUPPLIER-ID PIC X(8) VALUE "RECYCLE".
000532   05 RH-LOGICAL-SPACE PIC 9(4) VALUE 0.
000534  01 RECYCLE-TRAILER-REC.
000536   05 RT-RECORD-TYPE PIC X(5) VALUE "TRL".
000538   05 RT-REC-COUNT PIC 9(6) VALUE 0.
000540   05 RT-COORD-HASH PIC 9(9) VALUE 0.
000542   05 RT-COLOR-HASH PIC 9(9) VALUE 0.
000544  77 CONFIG-PARM PIC X(240) VALUE SPACES.
000546  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000548  77 PARM-KEY PIC X(10) VALUE SPACES.
000550  77 PARM-VAL PIC X(20) VALUE SPACES.
000552  01 PARM-TABLE.
000554* EIGHT SLOTS, THE SAME AS SHAPEEDIT, SO THE FULL RENDER PARM
000556* STRING CAN BE PASSED TO THE REPAIR STEP UNCHANGED.
000558   05 PARM-ENTRY PIC X(30) OCCURS 8 TIMES.
000560 PROCEDURE DIVISION.
000562 0000-MAINLINE.
000564      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000566      PERFORM 2000-REPAIR-RECORD THRU 2000-REPAIR-RECORD-EXIT
000568          UNTIL RJ-AT-EOF.
000570      PERFORM 7000-COUNT-UNMATCHED THRU 7000-COUNT-UNMATCHED-EXIT.
000572      PERFORM 7500-WRITE-RECYCLE-TRAILER
000574          THRU 7500-WRITE-RECYCLE-TRAILER-EXIT.
000576      PERFORM 8000-REPAIR-TOTALS THRU 8000-REPAIR-TOTALS-EXIT.
000578      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000580      GOBACK.
000582
000584******************************************************************
000586* 1000-INITIALIZE -- PULL WIDTH, HEIGHT AND LOGICAL OFF THE SAME
000588*   KEYWORD=VALUE PARM (OR RUNTIME ENVIRONMENT) AS SHAPEEDIT SO
000590*   THE REPAIR JUDGES COORDINATES AGAINST THE SAME CANVAS THE
000592*   EDIT AND RENDER STEPS USE, THEN OPEN THE FILES AND LOAD THE
000594*   PALETTE AND CORRECTION TABLES.
000596******************************************************************
000598 1000-INITIALIZE.
000600      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000602      IF CONFIG-PARM = SPACES
000604          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_WIDTH"
000606          IF PARM-VAL NOT = SPACES
000608              COMPUTE WIDTH = FUNCTION NUMVAL(PARM-VAL)
000610                  ON SIZE ERROR
000612                      DISPLAY "1000-INITIALIZE: "
000614                              "DEMO_WIDTH TOO LARGE"
000616              END-COMPUTE
000618          END-IF
000620          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_HEIGHT"
000622          IF PARM-VAL NOT = SPACES
000624              COMPUTE HEIGHT = FUNCTION NUMVAL(PARM-VAL)
000626                  ON SIZE ERROR
000628                      DISPLAY "1000-INITIALIZE: "
000630                              "DEMO_HEIGHT TOO LARGE"
000632              END-COMPUTE
000634          END-IF
000636          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_LOGICAL"
000638          IF PARM-VAL NOT = SPACES
000640              COMPUTE LOGICAL-SPACE =
000642                  FUNCTION NUMVAL(PARM-VAL)
000644                  ON SIZE ERROR
000646                      DISPLAY "1000-INITIALIZE: "
000648                              "DEMO_LOGICAL TOO LARGE"
000650              END-COMPUTE
000652          END-IF
000654      ELSE
000656          UNSTRING CONFIG-PARM DELIMITED BY ","
000658              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000660                   PARM-ENTRY(4) PARM-ENTRY(5) PARM-ENTRY(6)
000662                   PARM-ENTRY(7) PARM-ENTRY(8)
000664          PERFORM 1050-PARSE-PARM-FIELD
000666              THRU 1050-PARSE-PARM-FIELD-EXIT
000668              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 8
000670      END-IF.
000672
000674      ACCEPT REPAIR-DATE FROM DATE YYYYMMDD.
000676      OPEN INPUT REJECT-FILE.
000678      IF RJ-FILE-STATUS NOT = "00"
000680          DISPLAY "1000-INITIALIZE: REJECT-FILE OPEN FAILED, "
000682                  "STATUS=" RJ-FILE-STATUS
000684          MOVE 32 TO RETURN-CODE
000686          STOP RUN
000688      END-IF.
000690      OPEN OUTPUT RECYCLE-FILE.
000692      IF RC-FILE-STATUS NOT = "00"
000694          DISPLAY "1000-INITIALIZE: RECYCLE-FILE OPEN FAILED, "
000696                  "STATUS=" RC-FILE-STATUS
000698          MOVE 36 TO RETURN-CODE
000700          STOP RUN
000702      END-IF.
000704      OPEN OUTPUT AUDIT-FILE.
000706      IF AU-FILE-STATUS NOT = "00"
000708          DISPLAY "1000-INITIALIZE: AUDIT-FILE OPEN FAILED, "
000710                  "STATUS=" AU-FILE-STATUS
000712          MOVE 40 TO RETURN-CODE
000714          STOP RUN
000716      END-IF.
000718      PERFORM 1400-LOAD-PALETTE THRU 1400-LOAD-PALETTE-EXIT.
000720      PERFORM 1500-LOAD-CORRECTIONS
000722          THRU 1500-LOAD-CORRECTIONS-EXIT.
000724 1000-INITIALIZE-EXIT.
000726      EXIT.
000728
000730 1050-PARSE-PARM-FIELD.
000732      IF PARM-ENTRY(PARM-IDX) = SPACES
000734          GO TO 1050-PARSE-PARM-FIELD-EXIT
000736      END-IF.
000738
000740      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000742          INTO PARM-KEY PARM-VAL.
000744
000746      EVALUATE PARM-KEY
000748          WHEN "WIDTH"
000750              COMPUTE WIDTH = FUNCTION NUMVAL(PARM-VAL)
000752                  ON SIZE ERROR
000754                      DISPLAY "1050-PARSE-PARM-FIELD: WIDTH= "
000756                              "TOO LARGE, KEEPING DEFAULT"
000758              END-COMPUTE
000760          WHEN "HEIGHT"
000762              COMPUTE HEIGHT = FUNCTION NUMVAL(PARM-VAL)
000764                  ON SIZE ERROR
000766                      DISPLAY "1050-PARSE-PARM-FIELD: HEIGHT= "
000768                              "TOO LARGE, KEEPING DEFAULT"
000770              END-COMPUTE
000772          WHEN "LOGICAL"
000774              COMPUTE LOGICAL-SPACE =
000776                  FUNCTION NUMVAL(PARM-VAL)
000778                  ON SIZE ERROR
000780                      DISPLAY "1050-PARSE-PARM-FIELD: "
000782                              "LOGICAL= TOO LARGE, IGNORED"
000784              END-COMPUTE
000786          WHEN OTHER
000788              CONTINUE
000790      END-EVALUATE.
000792 1050-PARSE-PARM-FIELD-EXIT.
000794      EXIT.
000796
000798******************************************************************
000800* 1400-LOAD-PALETTE -- LOAD EVERY VERSION ON THE PALETTE MASTER
000802*   INTO PALETTE-TABLE SO 2400-EDIT-COLOR-RANGE CAN VERIFY
000804*   SYMBOLIC COLOR CODES THE SAME WAY SHAPEEDIT DOES. CODES ARE
000806*   CHECKED AS OF THE REPAIR DATE - THE FEED DATE THE RECYCLE
000808*   HEADER CARRIES, SO THE RENDER STEP RESOLVES THEM AS OF THE
000810*   SAME DAY. NO PALETTE MASTER JUST MEANS EVERY SYMBOLIC CODE
000812*   STAYS REJECTED UNDER REASON 05.
000814******************************************************************
000816 1400-LOAD-PALETTE.
000818      MOVE REPAIR-DATE TO PALETTE-DATE.
000820      OPEN INPUT PALETTE-FILE.
000822      IF PL-FILE-STATUS = "35"
000824          DISPLAY "1400-LOAD-PALETTE: NO PALETTE FILE, "
000826                  "SYMBOLIC COLOR CODES WILL ALL FAIL EDIT 05"
000828          GO TO 1400-LOAD-PALETTE-EXIT
000830      END-IF.
000832      IF PL-FILE-STATUS NOT = "00"
000834          DISPLAY "1400-LOAD-PALETTE: PALETTE OPEN FAILED, "
000836                  "STATUS=" PL-FILE-STATUS
000838          MOVE 32 TO RETURN-CODE
000840          STOP RUN
000842      END-IF.
000844      PERFORM 1410-LOAD-ONE-COLOR
000846          THRU 1410-LOAD-ONE-COLOR-EXIT
000848          UNTIL PL-AT-EOF.
000850      CLOSE PALETTE-FILE.
000852 1400-LOAD-PALETTE-EXIT.
000854      EXIT.
000856
000858 1410-LOAD-ONE-COLOR.
000860      READ PALETTE-FILE INTO PALETTE-RECORD
000862          AT END
000864              SET PL-AT-EOF TO TRUE
000866              GO TO 1410-LOAD-ONE-COLOR-EXIT
000868      END-READ.
000870      IF PR-R NOT NUMERIC OR PR-G NOT NUMERIC OR
000872         PR-B NOT NUMERIC
000874          DISPLAY "1410-LOAD-ONE-COLOR: NON-NUMERIC COLOR ON "
000876                  PR-CODE ", ENTRY SKIPPED"
000878          GO TO 1410-LOAD-ONE-COLOR-EXIT
000880      END-IF.
000882      IF PR-EFF-FROM NOT NUMERIC OR PR-EFF-TO NOT NUMERIC
000884          DISPLAY "1410-LOAD-ONE-COLOR: BAD EFFECTIVE DATES ON "
000886                  PR-CODE ", ENTRY SKIPPED"
000888          GO TO 1410-LOAD-ONE-COLOR-EXIT
000890      END-IF.
000892      IF PAL-COUNT >= 200
000894          DISPLAY "1410-LOAD-ONE-COLOR: PALETTE TABLE FULL, "
000896                  PR-CODE " AND LATER ENTRIES SKIPPED"
000898          SET PL-AT-EOF TO TRUE
000900          GO TO 1410-LOAD-ONE-COLOR-EXIT
000902      END-IF.
000904      ADD 1 TO PAL-COUNT.
000906      MOVE PR-CODE TO PAL-CODE (PAL-COUNT).
000908      MOVE PR-EFF-FROM TO PAL-EFF-FROM (PAL-COUNT).
000910      MOVE PR-EFF-TO TO PAL-EFF-TO (PAL-COUNT).
000912      MOVE PR-R TO PAL-R (PAL-COUNT).
000914      MOVE PR-G TO PAL-G (PAL-COUNT).
000916      MOVE PR-B TO PAL-B (PAL-COUNT).
000918 1410-LOAD-ONE-COLOR-EXIT.
000920      EXIT.
000922
000924******************************************************************
000926* 1500-LOAD-CORRECTIONS -- PULL THE OPERATOR-KEYED CORRECTIONS
000928*   INTO THE CORRECTION TABLE. NO CORRECTION FILE AT ALL IS A
000930*   VALID RUN - EVERY REJECT IS THEN AUDITED AS UNCORRECTED AND
000932*   THE REPORT SHOWS THE FULL REJECT LIST STILL OUTSTANDING.
000934******************************************************************
000936 1500-LOAD-CORRECTIONS.
000938      OPEN INPUT CORRECTION-FILE.
000940      IF CO-FILE-STATUS = "35"
000942          DISPLAY "1500-LOAD-CORRECTIONS: NO CORRECTION FILE, "
000944                  "NOTHING WILL BE REPAIRED THIS RUN"
000946          GO TO 1500-LOAD-CORRECTIONS-EXIT
000948      END-IF.
000950      IF CO-FILE-STATUS NOT = "00"
000952          DISPLAY "1500-LOAD-CORRECTIONS: CORRECTION FILE OPEN "
000954                  "FAILED, STATUS=" CO-FILE-STATUS
000956          MOVE 32 TO RETURN-CODE
000958          STOP RUN
000960      END-IF.
000962      PERFORM 1510-LOAD-ONE-CORRECTION
000964          THRU 1510-LOAD-ONE-CORRECTION-EXIT
000966          UNTIL CO-AT-EOF.
000968      CLOSE CORRECTION-FILE.
000970 1500-LOAD-CORRECTIONS-EXIT.
000972      EXIT.
000974
000976 1510-LOAD-ONE-CORRECTION.
000978      READ CORRECTION-FILE INTO CORRECTION-RECORD
000980          AT END
000982              SET CO-AT-EOF TO TRUE
000984              GO TO 1510-LOAD-ONE-CORRECTION-EXIT
000986      END-READ.
000988      ADD 1 TO CORRECTIONS-READ.
000990      IF CO-REJECT-SEQ NOT NUMERIC
000992          DISPLAY "1510-LOAD-ONE-CORRECTION: NON-NUMERIC REJECT "
000994                  "SEQUENCE, CORRECTION SKIPPED"
000996          GO TO 1510-LOAD-ONE-CORRECTION-EXIT
000998      END-IF.
001000      IF COR-COUNT >= 500
001002          DISPLAY "1510-LOAD-ONE-CORRECTION: CORRECTION TABLE "
001004                  "FULL, LATER CORRECTIONS SKIPPED"
001006          SET CO-AT-EOF TO TRUE
001008          GO TO 1510-LOAD-ONE-CORRECTION-EXIT
001010      END-IF.
001012      ADD 1 TO COR-COUNT.
001014      MOVE CO-REJECT-SEQ TO CT-REJECT-SEQ (COR-COUNT).
001016      MOVE CO-SHAPE-TYPE TO CT-SHAPE-TYPE (COR-COUNT).
001018      MOVE CO-X1 TO CT-X1 (COR-COUNT).
001020      MOVE CO-Y1 TO CT-Y1 (COR-COUNT).
001022      MOVE CO-X2 TO CT-X2 (COR-COUNT).
001024      MOVE CO-Y2 TO CT-Y2 (COR-COUNT).
001026      MOVE CO-COLOR TO CT-COLOR (COR-COUNT).
001028      MOVE CO-OPERATOR-ID TO CT-OPERATOR-ID (COR-COUNT).
001030      MOVE "N" TO CT-USED-SW (COR-COUNT).
001032 1510-LOAD-ONE-CORRECTION-EXIT.
001034      EXIT.
001036
001038******************************************************************
001040* 2000-REPAIR-RECORD -- READ ONE REJECT, OVERLAY ITS CORRECTION
001042*   IF ONE IS ON FILE, RE-RUN THE SHAPEEDIT EDITS OVER THE
001044*   RESULT AND DISPOSE OF THE RECORD: REPAIRED TO THE RECYCLE
001046*   FILE, STILL REJECTED, OR UNCORRECTED. EVERY PATH WRITES ONE
001048*   AUDIT RECORD.
001050******************************************************************
001052 2000-REPAIR-RECORD.
001054      READ REJECT-FILE INTO REJECT-RECORD
001056          AT END
001058              SET RJ-AT-EOF TO TRUE
001060              GO TO 2000-REPAIR-RECORD-EXIT
001062      END-READ.
001064      ADD 1 TO REJECTS-READ.
001066      MOVE RJ-REJECT-DATA TO WORK-RECORD.
001068      MOVE 0 TO COR-HIT.
001070      PERFORM 2020-SEARCH-CORRECTION
001072          THRU 2020-SEARCH-CORRECTION-EXIT
001074          VARYING COR-IDX FROM 1 BY 1
001076          UNTIL COR-IDX > COR-COUNT OR COR-HIT > 0.
001078      IF COR-HIT = 0
001080          ADD 1 TO RECS-UNCORRECTED
001082          PERFORM 3100-WRITE-AUDIT THRU 3100-WRITE-AUDIT-EXIT
001084          GO TO 2000-REPAIR-RECORD-EXIT
001086      END-IF.
001088      SET CT-USED (COR-HIT) TO TRUE.
001090      ADD 1 TO CORRECTIONS-USED.
001092      PERFORM 2050-APPLY-CORRECTION
001094          THRU 2050-APPLY-CORRECTION-EXIT.
001096      MOVE 0 TO REASON-CODE.
001098      PERFORM 2100-EDIT-SHAPE-TYPE
001100          THRU 2100-EDIT-SHAPE-TYPE-EXIT.
001102      IF REASON-CODE = 0
001104          PERFORM 2200-EDIT-NUMERIC-FIELDS
001106              THRU 2200-EDIT-NUMERIC-FIELDS-EXIT
001108      END-IF.
001110      IF REASON-CODE = 0
001112          PERFORM 2300-EDIT-CANVAS-LIMITS
001114              THRU 2300-EDIT-CANVAS-LIMITS-EXIT
001116      END-IF.
001118      IF REASON-CODE = 0
001120          PERFORM 2400-EDIT-COLOR-RANGE
001122              THRU 2400-EDIT-COLOR-RANGE-EXIT
001124      END-IF.
001126      IF REASON-CODE = 0
001128          PERFORM 3000-WRITE-RECYCLE THRU 3000-WRITE-RECYCLE-EXIT
001130          ADD 1 TO RECS-REPAIRED
001132      ELSE
001134          ADD 1 TO RECS-STILL-BAD
001136      END-IF.
001138      PERFORM 3100-WRITE-AUDIT THRU 3100-WRITE-AUDIT-EXIT.
001140 2000-REPAIR-RECORD-EXIT.
001142      EXIT.
001144
001146 2020-SEARCH-CORRECTION.
001148      IF CT-REJECT-SEQ (COR-IDX) = REJECTS-READ
001150          MOVE COR-IDX TO COR-HIT
001152      END-IF.
001154 2020-SEARCH-CORRECTION-EXIT.
001156      EXIT.
001158
001160******************************************************************
001162* 2050-APPLY-CORRECTION -- OVERLAY THE NON-BLANK CORRECTION
001164*   FIELDS ONTO THE REJECTED RECORD. A BLANK SHAPE TYPE AFTER
001166*   THE OVERLAY IS DEFAULTED TO LINE, THE SAME READING DRAW-LINE
001168*   IN MAIN-METHOD GIVES IT, SO THE RECYCLE FILE NEVER DEPENDS
001170*   ON THE LEGACY BLANK-MEANS-LINE CONVENTION.
001172******************************************************************
001174 2050-APPLY-CORRECTION.
001176      IF CT-SHAPE-TYPE (COR-HIT) NOT = SPACES
001178          MOVE CT-SHAPE-TYPE (COR-HIT) TO WR-SHAPE-TYPE
001180      END-IF.
001182      IF CT-X1 (COR-HIT) NOT = SPACES
001184          MOVE CT-X1 (COR-HIT) TO WR-X1
001186      END-IF.
001188      IF CT-Y1 (COR-HIT) NOT = SPACES
001190          MOVE CT-Y1 (COR-HIT) TO WR-Y1
001192      END-IF.
001194      IF CT-X2 (COR-HIT) NOT = SPACES
001196          MOVE CT-X2 (COR-HIT) TO WR-X2
001198      END-IF.
001200      IF CT-Y2 (COR-HIT) NOT = SPACES
001202          MOVE CT-Y2 (COR-HIT) TO WR-Y2
001204      END-IF.
001206      IF CT-COLOR (COR-HIT) NOT = SPACES
001208          MOVE CT-COLOR (COR-HIT) TO WR-COLOR-FIELDS
001210      END-IF.
001212      IF WR-SHAPE-TYPE = SPACES
001214          MOVE "LINE" TO WR-SHAPE-TYPE
001216      END-IF.
001218 2050-APPLY-CORRECTION-EXIT.
001220      EXIT.
001222
001224* THE FOUR EDITS BELOW MATCH 2100/2200/2300/2400 IN SHAPEEDIT -
001226* A REPAIRED RECORD MUST CLEAR EXACTLY THE EDITS THAT REJECTED
001228* IT, OR THE RECYCLE FILE JUST BOUNCES AGAIN DOWNSTREAM.
001230 2100-EDIT-SHAPE-TYPE.
001232      IF WR-SHAPE-TYPE NOT = "LINE" AND
001234         WR-SHAPE-TYPE NOT = "RECT" AND
001236         WR-SHAPE-TYPE NOT = "POINT" AND
001238         WR-SHAPE-TYPE NOT = SPACES
001240          MOVE 1 TO REASON-CODE
001242      END-IF.
001244 2100-EDIT-SHAPE-TYPE-EXIT.
001246      EXIT.
001248
001250 2200-EDIT-NUMERIC-FIELDS.
001252      IF WR-X1 NOT NUMERIC OR WR-Y1 NOT NUMERIC OR
001254         WR-X2 NOT NUMERIC OR WR-Y2 NOT NUMERIC
001256          MOVE 2 TO REASON-CODE
001258      END-IF.
001260 2200-EDIT-NUMERIC-FIELDS-EXIT.
001262      EXIT.
001264
001266 2300-EDIT-CANVAS-LIMITS.
001268      IF LOGICAL-SPACE > 0
001270          MOVE LOGICAL-SPACE TO CANVAS-LIMIT-X
001272          MOVE LOGICAL-SPACE TO CANVAS-LIMIT-Y
001274      ELSE
001276          MOVE WIDTH TO CANVAS-LIMIT-X
001278          MOVE HEIGHT TO CANVAS-LIMIT-Y
001280      END-IF.
001282      IF WR-X1 NOT < CANVAS-LIMIT-X OR
001284         WR-Y1 NOT < CANVAS-LIMIT-Y
001286          MOVE 3 TO REASON-CODE
001288          GO TO 2300-EDIT-CANVAS-LIMITS-EXIT
001290      END-IF.
001292      IF WR-SHAPE-TYPE = "LINE" OR WR-SHAPE-TYPE = SPACES
001294          IF WR-X2 NOT < CANVAS-LIMIT-X OR
001296             WR-Y2 NOT < CANVAS-LIMIT-Y
001298              MOVE 3 TO REASON-CODE
001300          END-IF
001302      END-IF.
001304 2300-EDIT-CANVAS-LIMITS-EXIT.
001306      EXIT.
001308
001310 2400-EDIT-COLOR-RANGE.
001312      IF WR-COLOR-FIELDS NUMERIC
001314          IF WR-R > 255 OR WR-G > 255 OR WR-B > 255
001316              MOVE 4 TO REASON-CODE
001318          END-IF
001320          GO TO 2400-EDIT-COLOR-RANGE-EXIT
001322      END-IF.
001324      MOVE 0 TO PAL-HIT.
001326      PERFORM 2450-SEARCH-PALETTE
001328          THRU 2450-SEARCH-PALETTE-EXIT
001330          VARYING PAL-IDX FROM 1 BY 1
001332          UNTIL PAL-IDX > PAL-COUNT OR PAL-HIT > 0.
001334      IF PAL-HIT = 0
001336          MOVE 5 TO REASON-CODE
001338      END-IF.
001340 2400-EDIT-COLOR-RANGE-EXIT.
001342      EXIT.
001344
001346 2450-SEARCH-PALETTE.
001348      IF PAL-CODE (PAL-IDX) = WR-COLOR-CODE AND
001350         PAL-EFF-FROM (PAL-IDX) NOT > PALETTE-DATE AND
001352         PAL-EFF-TO (PAL-IDX) NOT < PALETTE-DATE
001354          MOVE PAL-IDX TO PAL-HIT
001356      END-IF.
001358 2450-SEARCH-PALETTE-EXIT.
001360      EXIT.
001362
001364 3000-WRITE-RECYCLE.
001366      IF NOT RECYCLE-HEADER-WRITTEN
001368          PERFORM 3200-WRITE-RECYCLE-HEADER
001370              THRU 3200-WRITE-RECYCLE-HEADER-EXIT
001372      END-IF.
001374      WRITE RECYCLE-RECORD FROM WORK-RECORD.
001376      IF RC-FILE-STATUS NOT = "00"
001378          DISPLAY "3000-WRITE-RECYCLE: WRITE FAILED, STATUS="
001380                  RC-FILE-STATUS
001382          MOVE 36 TO RETURN-CODE
001384          STOP RUN
001386      END-IF.
001388      ADD 1 TO RCY-REC-COUNT.
001390      ADD WR-X1 WR-Y1 WR-X2 WR-Y2 TO RCY-COORD-HASH
001392          ON SIZE ERROR
001394              DISPLAY "3000-WRITE-RECYCLE: COORD HASH OVERFLOW"
001396      END-ADD.
001398*     SYMBOLIC-COLOR RECORDS STAY OUT OF THE COLOR HASH, THE
001400*     SAME RULE SHAPEEDIT AND THE RENDER STEP RECONCILE BY.
001402      IF WR-COLOR-FIELDS NUMERIC
001404          ADD WR-R WR-G WR-B TO RCY-COLOR-HASH
001406              ON SIZE ERROR
001408                  DISPLAY "3000-WRITE-RECYCLE: COLOR HASH "
001410                          "OVERFLOW"
001412          END-ADD
001414      END-IF.
001416 3000-WRITE-RECYCLE-EXIT.
001418      EXIT.
001420
001422******************************************************************
001424* 3100-WRITE-AUDIT -- ONE AUDIT RECORD PER REJECT PROCESSED:
001426*   THE ORIGINAL REJECT, THE RECORD AFTER CORRECTION, WHO KEYED
001428*   THE CORRECTION AND HOW THE RECORD WAS DISPOSED OF. THIS IS
001430*   THE TRAIL AUDIT WALKS WHEN A REJECTED RECORD TURNS UP IN A
001432*   RENDERED FRAME.
001434******************************************************************
001436 3100-WRITE-AUDIT.
001438      MOVE SPACES TO AUDIT-RECORD.
001440      ACCEPT AU-DATE FROM DATE YYYYMMDD.
001442      ACCEPT AU-TIME FROM TIME.
001444      MOVE REJECTS-READ TO AU-REJECT-SEQ.
001446      MOVE RJ-REASON-CODE TO AU-REASON-CODE.
001448      MOVE RJ-REJECT-DATA TO AU-ORIGINAL.
001450      IF COR-HIT = 0
001452          MOVE RJ-REJECT-DATA TO AU-CORRECTED
001454          MOVE SPACES TO AU-OPERATOR-ID
001456          MOVE "NO CORRECTN" TO AU-DISPOSITION
001458      ELSE
001460          MOVE WORK-RECORD TO AU-CORRECTED
001462          MOVE CT-OPERATOR-ID (COR-HIT) TO AU-OPERATOR-ID
001464          IF REASON-CODE = 0
001466              MOVE "REPAIRED" TO AU-DISPOSITION
001468          ELSE
001470              MOVE SPACES TO AU-DISPOSITION
001472              STRING "REJECTED " REASON-CODE
001474                  DELIMITED BY SIZE INTO AU-DISPOSITION
001476          END-IF
001478      END-IF.
001480      WRITE AUDIT-RECORD.
001482      IF AU-FILE-STATUS NOT = "00"
001484          DISPLAY "3100-WRITE-AUDIT: WRITE FAILED, STATUS="
001486                  AU-FILE-STATUS
001488          MOVE 40 TO RETURN-CODE
001490          STOP RUN
001492      END-IF.
001494 3100-WRITE-AUDIT-EXIT.
001496      EXIT.
001498
001500******************************************************************
001502* 3200-WRITE-RECYCLE-HEADER -- THE RECYCLE FILE ALWAYS CARRIES A
001504*   HEADER SO A DOWNSTREAM EDIT, MERGE OR RENDER STEP CAN
001506*   RECONCILE IT ON ITS OWN. THE SUPPLIER IS "RECYCLE" - THE
001508*   RECORDS CAME OFF THE REPAIR DESK, NOT A FEED.
001510******************************************************************
001512 3200-WRITE-RECYCLE-HEADER.
001514      MOVE REPAIR-DATE TO RH-FEED-DATE.
001516      MOVE LOGICAL-SPACE TO RH-LOGICAL-SPACE.
001518      WRITE RECYCLE-RECORD FROM RECYCLE-HEADER-REC.
001520      IF RC-FILE-STATUS NOT = "00"
001522          DISPLAY "3200-WRITE-RECYCLE-HEADER: WRITE FAILED, "
001524                  "STATUS=" RC-FILE-STATUS
001526          MOVE 36 TO RETURN-CODE
001528          STOP RUN
001530      END-IF.
001532      SET RECYCLE-HEADER-WRITTEN TO TRUE.
001534 3200-WRITE-RECYCLE-HEADER-EXIT.
001536      EXIT.
001538
001540******************************************************************
001542* 7000-COUNT-UNMATCHED -- A CORRECTION WHOSE REJECT SEQUENCE
001544*   NEVER APPEARED ON SHAPEREJ IS A KEYING ERROR THE OPERATOR
001546*   NEEDS TO HEAR ABOUT, OR THE RECORD IT WAS MEANT FOR STAYS
001548*   BROKEN ANOTHER NIGHT.
001550******************************************************************
001552 7000-COUNT-UNMATCHED.
001554      PERFORM 7010-CHECK-ONE-CORRECTION
001556          THRU 7010-CHECK-ONE-CORRECTION-EXIT
001558          VARYING COR-IDX FROM 1 BY 1
001560          UNTIL COR-IDX > COR-COUNT.
001562 7000-COUNT-UNMATCHED-EXIT.
001564      EXIT.
001566
001568 7010-CHECK-ONE-CORRECTION.
001570      IF NOT CT-USED (COR-IDX)
001572          ADD 1 TO CORRECTIONS-UNMATCHED
001574          DISPLAY "7010-CHECK-ONE-CORRECTION: CORRECTION FOR "
001576                  "REJECT " CT-REJECT-SEQ (COR-IDX)
001578                  " MATCHED NO REJECT RECORD"
001580      END-IF.
001582 7010-CHECK-ONE-CORRECTION-EXIT.
001584      EXIT.
001586
001588******************************************************************
001590* 7500-WRITE-RECYCLE-TRAILER -- CLOSE OUT THE RECYCLE FILE WITH
001592*   A TRAILER REGENERATED OVER THE REPAIRED RECORDS ONLY, SO
001594*   WHATEVER STEP CONSUMES SHAPERCY RECONCILES AGAINST EXACTLY
001596*   WHAT THE REPAIR SHIPPED.
001598******************************************************************
001600 7500-WRITE-RECYCLE-TRAILER.
001602      IF NOT RECYCLE-HEADER-WRITTEN
001604          PERFORM 3200-WRITE-RECYCLE-HEADER
001606              THRU 3200-WRITE-RECYCLE-HEADER-EXIT
001608      END-IF.
001610      MOVE RCY-REC-COUNT TO RT-REC-COUNT.
001612      MOVE RCY-COORD-HASH TO RT-COORD-HASH.
001614      MOVE RCY-COLOR-HASH TO RT-COLOR-HASH.
001616      WRITE RECYCLE-RECORD FROM RECYCLE-TRAILER-REC.
001618      IF RC-FILE-STATUS NOT = "00"
001620          DISPLAY "7500-WRITE-RECYCLE-TRAILER: WRITE FAILED, "
001622                  "STATUS=" RC-FILE-STATUS
001624          MOVE 36 TO RETURN-CODE
001626          STOP RUN
001628      END-IF.
001630 7500-WRITE-RECYCLE-TRAILER-EXIT.
001632      EXIT.
001634
001636******************************************************************
001638* 8000-REPAIR-TOTALS -- WRITE THE REPAIR CONTROL REPORT: WHAT
001640*   CAME IN, WHAT WAS REPAIRED, WHAT IS STILL OUTSTANDING AND
001642*   WHICH CORRECTIONS MISSED THEIR TARGET.
001644******************************************************************
001646 8000-REPAIR-TOTALS.
001648      OPEN OUTPUT REPAIR-REPORT-FILE.
001650      IF RP-FILE-STATUS NOT = "00"
001652          DISPLAY "8000-REPAIR-TOTALS: OPEN FAILED, STATUS="
001654                  RP-FILE-STATUS
001656          GO TO 8000-REPAIR-TOTALS-EXIT
001658      END-IF.
001660
001662      MOVE SPACES TO REPAIR-REPORT-RECORD.
001664      STRING "SHAPEREP REJECT REPAIR TOTALS - " REPAIR-DATE
001666          DELIMITED BY SIZE INTO REPAIR-REPORT-RECORD.
001668      WRITE REPAIR-REPORT-RECORD.
001670
001672      MOVE SPACES TO REPAIR-REPORT-RECORD.
001674      STRING "REJECTS READ............ " REJECTS-READ
001676          DELIMITED BY SIZE INTO REPAIR-REPORT-RECORD.
001678      WRITE REPAIR-REPORT-RECORD.
001680
001682      MOVE SPACES TO REPAIR-REPORT-RECORD.
001684      STRING "CORRECTIONS READ........ " CORRECTIONS-READ
001686          DELIMITED BY SIZE INTO REPAIR-REPORT-RECORD.
001688      WRITE REPAIR-REPORT-RECORD.
001690
001692      MOVE SPACES TO REPAIR-REPORT-RECORD.
001694      STRING "RECORDS REPAIRED........ " RECS-REPAIRED
001696          DELIMITED BY SIZE INTO REPAIR-REPORT-RECORD.
001698      WRITE REPAIR-REPORT-RECORD.
001700
001702      MOVE SPACES TO REPAIR-REPORT-RECORD.
001704      STRING "STILL REJECTED.......... " RECS-STILL-BAD
001706          DELIMITED BY SIZE INTO REPAIR-REPORT-RECORD.
001708      WRITE REPAIR-REPORT-RECORD.
001710
001712      MOVE SPACES TO REPAIR-REPORT-RECORD.
001714      STRING "NO CORRECTION ON FILE... " RECS-UNCORRECTED
001716          DELIMITED BY SIZE INTO REPAIR-REPORT-RECORD.
001718      WRITE REPAIR-REPORT-RECORD.
001720
001722      MOVE SPACES TO REPAIR-REPORT-RECORD.
001724      STRING "CORRECTIONS UNMATCHED... " CORRECTIONS-UNMATCHED
001726          DELIMITED BY SIZE INTO REPAIR-REPORT-RECORD.
001728      WRITE REPAIR-REPORT-RECORD.
001730
001732      MOVE SPACES TO REPAIR-REPORT-RECORD.
001734      STRING "RECYCLE RECORDS WRITTEN. " RCY-REC-COUNT
001736          DELIMITED BY SIZE INTO REPAIR-REPORT-RECORD.
001738      WRITE REPAIR-REPORT-RECORD.
001740
001742      CLOSE REPAIR-REPORT-FILE.
001744 8000-REPAIR-TOTALS-EXIT.
001746      EXIT.
001748
001750******************************************************************
001752* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CONDITION
001754*   CODE: 0 WHEN EVERY REJECT WAS REPAIRED, 4 WHEN ANY REJECT IS
001756*   STILL OUTSTANDING OR A CORRECTION MISSED ITS TARGET, SO THE
001758*   REPAIR DESK KNOWS ANOTHER PASS IS NEEDED BEFORE THE RECYCLE
001760*   FILE COVERS THE WHOLE REJECT SET.
001762******************************************************************
001764 9000-TERMINATE.
001766      CLOSE REJECT-FILE.
001768      CLOSE RECYCLE-FILE.
001770      CLOSE AUDIT-FILE.
001772      IF RECS-STILL-BAD > 0 OR RECS-UNCORRECTED > 0 OR
001774         CORRECTIONS-UNMATCHED > 0
001776          MOVE 4 TO RETURN-CODE
001778      END-IF.
001780 9000-TERMINATE-EXIT.
001782      EXIT.
001784
001786 END PROGRAM SHAPEREP.
