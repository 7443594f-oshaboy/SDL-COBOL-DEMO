000112*             A REUSABLE DRAWING. READS THE SHAPECLN FILE THE
000114*             SHAPEEDIT STEP PRODUCED, ASSIGNS SEQUENCE NUMBERS
000116*             IN FEED ORDER, RESOLVES ANY SYMBOLIC COLOR CODE
000118*             THROUGH THE PALETTE MASTER INTO THE NUMERIC MR-R/G/B
000120*             FIELDS THE MASTER STORES, AND LOADS THE SHAPES
000122*             UNDER THE OPERATOR-SUPPLIED DRAWING ID - REFUSING
000124*             TO TOUCH AN EXISTING DRAWING UNLESS REPLACE=Y IS
000136*             EVERY MASTER RECORD TOUCHED IS JOURNALED TO
000138*             SHAPEJRN THE SAME WAY SHAPMNT JOURNALS, SO THE
000140*             SHAPRST TRAIL STAYS COMPLETE. TOTALS ON PROMRPT.
000142*             AN "INCL" RECORD IS EXPANDED: THE INCLUDED DRAWING'S
000144*             SHAPES, MOVED BY THE INCL OFFSET, ARE LOADED IN ITS
000146*             PLACE, SO THE NEW DRAWING STANDS ON ITS OWN.
000148*
000150* PARM (KEYWORD=VALUE, COMMA SEPARATED):
000152*   DRAWING=ID    THE DRAWING ID TO LOAD UNDER - REQUIRED
000154*   REPLACE=Y     DELETE AND RELOAD AN EXISTING DRAWING
000156*
000158* STEP CONDITION CODES:
000160*   0  DRAWING LOADED CLEAN
000162*   4  LOADED, BUT SOME RECORDS SKIPPED (UNKNOWN COLOR CODE)
000164*   8  NOTHING LOADED: DRAWING EXISTS WITHOUT REPLACE=Y OR IS
000166*      PROTECTED ON SHAPPROT (CHANGE IT THROUGH SHAPMNT), FEED
000168*      OUT OF BALANCE OR AN INCL THAT COULD NOT BE EXPANDED
000170*      (LOAD BACKED OUT), OR FEED EMPTY
000172*  16  NO DRAWING= TARGET GIVEN
000174*
000176* MODIFICATION HISTORY
000178* DATE       INIT  DESCRIPTION
000180* ---------- ----  ---------------------------------------------
000182* 2026-09-02 DW    ORIGINAL FEED-TO-MASTER PROMOTION PROGRAM.
000184* 2026-10-15 DW    RESOLVE SYMBOLIC COLOR CODES THROUGH THE
000186*                  EFFECTIVE-DATED PALETTE MASTER (PALMST, KEPT
000188*                  BY PALMNT) INSTEAD OF THE FLAT PALETTE FILE.
000190*                  EVERY VERSION IS LOADED AND A CODE IS GOOD ONLY
000192*                  IF A VERSION IS IN EFFECT ON THE HDR FEED DATE,
000194*                  SO THE DRAWING KEEPS THE COLORS THE FEED WAS
000196*                  CUT UNDER.
000198*                  PALETTE TABLE WIDENED TO 200 VERSIONS.
000200* 2026-10-15 DW    EXPAND "INCL" COMPONENT-INCLUDE RECORDS INTO
000202*                  THE PROMOTED DRAWING: THE INCLUDED DRAWING'S
000204*                  SHAPES ARE LOADED IN PLACE, MOVED BY THE
000206*                  OFFSET. THE INCL ITSELF COUNTS TOWARD THE
000208*                  TRAILER AS ONE RECORD WITH ITS OFFSETS IN THE
000210*                  COORD HASH. AN INCL OF A MISSING DRAWING, OR OF
000212*                  THE DRAWING BEING LOADED, BACKS THE LOAD OUT.
000214* 2026-10-15 DW    REFUSE TO LOAD UNDER A DRAWING ID PROTECTED ON
000216*                  SHAPPROT - A PROTECTED DRAWING CHANGES ONLY
000218*                  THROUGH SHAPMNT AND THE SHAPAPRV APPROVAL.
000220*                  JOURNAL-RECORD CARRIES THE OPERATOR AND
000222*                  APPROVER IDS SHAPMNT NOW WRITES (LEFT BLANK).
000224* Tectonics: cobc
000226******************************************************************
000228 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. SHAPPROM.
000232 ENVIRONMENT DIVISION.
000234 INPUT-OUTPUT SECTION.
000236 FILE-CONTROL.
000238     SELECT CLEAN-FILE ASSIGN TO "SHAPECLN"
000240         ORGANIZATION IS LINE SEQUENTIAL
000242         FILE STATUS IS CL-FILE-STATUS.
000244     SELECT SHAPE-MASTER ASSIGN TO "SHAPEMST"
000246         ORGANIZATION IS INDEXED
000248         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS MR-KEY
000252         FILE STATUS IS MS-FILE-STATUS.
000254     SELECT PALETTE-FILE ASSIGN TO "PALMST"
000256         ORGANIZATION IS INDEXED
000258         ACCESS MODE IS SEQUENTIAL
000260         RECORD KEY IS PR-KEY
000262         FILE STATUS IS PL-FILE-STATUS.
000264     SELECT JOURNAL-FILE ASSIGN TO "SHAPEJRN"
000266         ORGANIZATION IS LINE SEQUENTIAL
000268         FILE STATUS IS JF-FILE-STATUS.
000270     SELECT PROTECT-FILE ASSIGN TO "SHAPPROT"
000272         ORGANIZATION IS INDEXED
000274         ACCESS MODE IS RANDOM
000276         RECORD KEY IS PT-DRAWING-ID
000278         FILE STATUS IS PT-FILE-STATUS.
000280     SELECT PROMOTE-REPORT-FILE ASSIGN TO "PROMRPT"
000282         ORGANIZATION IS LINE SEQUENTIAL
000284         FILE STATUS IS PM-FILE-STATUS.
000286 DATA DIVISION.
000288 FILE SECTION.
000290* LINE-RECORD AND THE CONTROL LAYOUTS MIRROR THE FEED LAYOUTS IN
000292* MAIN-METHOD AND SHAPEEDIT - KEEP IN STEP.
000294 FD  CLEAN-FILE.
000296 01  LINE-RECORD.
000298     05  LR-SHAPE-TYPE   PIC X(5).
000300     05  LR-X1           PIC 9(3).
000302     05  LR-Y1           PIC 9(3).
000304     05  LR-X2           PIC 9(3).
000306     05  LR-Y2           PIC 9(3).
000308     05  LR-COLOR-FIELDS.
000310         10  LR-R        PIC 9(3).
000312         10  LR-G        PIC 9(3).
000314         10  LR-B        PIC 9(3).
000316     05  LR-COLOR-VARIANT REDEFINES LR-COLOR-FIELDS.
000318         10  LR-COLOR-CODE PIC X(8).
000320         10  FILLER      PIC X(1).
000322 01  FEED-HEADER-RECORD.
000324     05  HR-RECORD-TYPE  PIC X(5).
000326     05  HR-FEED-DATE    PIC 9(8).
000328     05  HR-SUPPLIER-ID  PIC X(8).
000330     05  HR-LOGICAL-SPACE PIC 9(4).
000332 01  FEED-TRAILER-RECORD.
000334     05  TR-RECORD-TYPE  PIC X(5).
000336     05  TR-REC-COUNT    PIC 9(6).
000338     05  TR-COORD-HASH   PIC 9(9).
000340     05  TR-COLOR-HASH   PIC 9(9).
000342* "INCL" COMPONENT-INCLUDE RECORD - SAME LAYOUT AS MAIN-METHOD.
000344 01  INCLUDE-RECORD.
000346     05  IR-RECORD-TYPE  PIC X(5).
000348     05  IR-X-OFFSET     PIC 9(3).
000350     05  IR-Y-OFFSET     PIC 9(3).
000352     05  IR-DRAWING-ID   PIC X(8).
000354* MASTER-RECORD - SAME LAYOUT AS SHAPMNT AND MAIN-METHOD.
000356 FD  SHAPE-MASTER.
000358 01  MASTER-RECORD.
000360     05  MR-KEY.
000362         10  MR-DRAWING-ID   PIC X(8).
000364         10  MR-SEQ-NO       PIC 9(4).
000366     05  MR-SHAPE-TYPE   PIC X(5).
000368     05  MR-X1           PIC 9(3).
000370     05  MR-Y1           PIC 9(3).
000372     05  MR-X2           PIC 9(3).
000374     05  MR-Y2           PIC 9(3).
000376     05  MR-R            PIC 9(3).
000378     05  MR-G            PIC 9(3).
000380     05  MR-B            PIC 9(3).
000382* ONE PALETTE MASTER RECORD PER VERSION OF A COLOR CODE - SAME
000384* LAYOUT AS PALMNT AND MAIN-METHOD, KEEP IN STEP.
000386 FD  PALETTE-FILE.
000388 01  PALETTE-RECORD.
000390     05  PR-KEY.
000392         10  PR-CODE         PIC X(8).
000394         10  PR-EFF-FROM     PIC 9(8).
000396     05  PR-EFF-TO       PIC 9(8).
000398     05  PR-R            PIC 9(3).
000400     05  PR-G            PIC 9(3).
000402     05  PR-B            PIC 9(3).
000404* JOURNAL-RECORD MIRRORS THE LAYOUT 3600-WRITE-JOURNAL IN
000406* SHAPMNT APPENDS - KEEP THE TWO IN STEP.
000408 FD  JOURNAL-FILE.
000410 01  JOURNAL-RECORD.
000412     05  JR-DATE         PIC 9(8).
000414     05  FILLER          PIC X(1) VALUE SPACE.
000416     05  JR-TIME         PIC 9(8).
000418     05  FILLER          PIC X(1) VALUE SPACE.
000420     05  JR-IMAGE-TYPE   PIC X(1).
000422     05  FILLER          PIC X(1) VALUE SPACE.
000424     05  JR-TX-ACTION    PIC X(1).
000426     05  FILLER          PIC X(1) VALUE SPACE.
000428     05  JR-DRAWING-ID   PIC X(8).
000430     05  JR-SEQ-NO       PIC 9(4).
000432     05  JR-SHAPE-TYPE   PIC X(5).
000434     05  JR-X1           PIC 9(3).
000436     05  JR-Y1           PIC 9(3).
000438     05  JR-X2           PIC 9(3).
000440     05  JR-Y2           PIC 9(3).
000442     05  JR-R            PIC 9(3).
000444     05  JR-G            PIC 9(3).
000446     05  JR-B            PIC 9(3).
000448     05  FILLER          PIC X(1) VALUE SPACE.
000450     05  JR-OPERATOR-ID  PIC X(8).
000452     05  FILLER          PIC X(1) VALUE SPACE.
000454     05  JR-APPROVER-ID  PIC X(8).
000456* PROTECT-RECORD - SAME LAYOUT AS SHAPMNT, KEEP IN STEP.
000458 FD  PROTECT-FILE.
000460 01  PROTECT-RECORD.
000462     05  PT-DRAWING-ID   PIC X(8).
000464     05  PT-PROTECT-FLAG PIC X(1).
000466         88  PT-PROTECTED        VALUE "Y".
000468     05  PT-CHANGED-DATE PIC 9(8).
000470     05  PT-CHANGED-BY   PIC X(8).
000472     05  PT-APPROVED-BY  PIC X(8).
000474 FD  PROMOTE-REPORT-FILE.
000476 01  PROMOTE-REPORT-RECORD PIC X(80).
000478 WORKING-STORAGE SECTION.
000480  77 CL-FILE-STATUS PIC X(2) VALUE "00".
000482  77 MS-FILE-STATUS PIC X(2) VALUE "00".
000484  77 PL-FILE-STATUS PIC X(2) VALUE "00".
000486  77 JF-FILE-STATUS PIC X(2) VALUE "00".
000488  77 PM-FILE-STATUS PIC X(2) VALUE "00".
000490  77 PT-FILE-STATUS PIC X(2) VALUE "00".
000492  77 CL-EOF-SW PIC X(1) VALUE "N".
000494      88 CL-AT-EOF VALUE "Y".
000496  77 PL-EOF-SW PIC X(1) VALUE "N".
000498      88 PL-AT-EOF VALUE "Y".
000500  77 DRAWING-DONE-SW PIC X(1) VALUE "N".
000502      88 DRAWING-DONE VALUE "Y".
000504  77 TARGET-DRAWING PIC X(8) VALUE SPACES.
000506  77 REPLACE-SW PIC X(1) VALUE "N".
000508      88 REPLACE-WANTED VALUE "Y".
000510  77 PROMOTE-DATE PIC 9(8) VALUE 0.
000512  77 FEED-DATE PIC 9(8) VALUE 0.
000514  77 SUPPLIER-ID PIC X(8) VALUE SPACES.
000516  77 HEADER-SEEN-SW PIC X(1) VALUE "N".
000518      88 HEADER-SEEN VALUE "Y".
000520  77 TRAILER-SEEN-SW PIC X(1) VALUE "N".
000522      88 TRAILER-SEEN VALUE "Y".
000524  77 RECON-ERROR-SW PIC X(1) VALUE "N".
000526      88 RECON-ERROR VALUE "Y".
000528  77 BACKED-OUT-SW PIC X(1) VALUE "N".
000530      88 LOAD-BACKED-OUT VALUE "Y".
000532  77 RECS-READ PIC 9(6) VALUE 0.
000534  77 SHAPES-LOADED PIC 9(4) VALUE 0.
000536  77 COLOR-REJECT-CNT PIC 9(4) VALUE 0.
000538  77 SCENE-RECS-SKIPPED PIC 9(4) VALUE 0.
000540  77 LOAD-ERRORS PIC 9(4) VALUE 0.
000542  77 RECORDS-REPLACED PIC 9(6) VALUE 0.
000544  77 FEED-COORD-HASH PIC 9(9) VALUE 0.
000546  77 FEED-COLOR-HASH PIC 9(9) VALUE 0.
000548  77 EXPECTED-REC-COUNT PIC 9(6) VALUE 0.
000550  77 EXPECTED-COORD-HASH PIC 9(9) VALUE 0.
000552  77 EXPECTED-COLOR-HASH PIC 9(9) VALUE 0.
000554  77 JRNL-WRITES PIC 9(6) VALUE 0.
000556  77 JRNL-IMAGE PIC X(1) VALUE SPACE.
000558  77 JRNL-ACTION PIC X(1) VALUE SPACE.
000560  77 PAL-COUNT PIC 9(3) COMP VALUE 0.
000562  77 PAL-IDX PIC 9(3) COMP VALUE 0.
000564  77 PAL-HIT PIC 9(3) COMP VALUE 0.
000566* A CODE RESOLVES TO THE PALETTE VERSION IN EFFECT ON THIS DATE.
000568  77 PALETTE-DATE PIC 9(8) VALUE 0.
000570* THE INCL BEING EXPANDED, AND THE LAST SEQUENCE OF THE INCLUDED
000572* DRAWING COPIED - THE MASTER IS REPOSITIONED PAST IT AFTER EACH
000574* WRITE OF THE TARGET DRAWING.
000576  77 INCL-DRAWING-ID PIC X(8) VALUE SPACES.
000578  77 INCL-X-OFFSET PIC 9(3) VALUE 0.
000580  77 INCL-Y-OFFSET PIC 9(3) VALUE 0.
000582  77 INCL-LAST-SEQ PIC 9(4) VALUE 0.
000584  77 INCL-EOF-SW PIC X(1) VALUE "N".
000586      88 INCL-AT-EOF VALUE "Y".
000588  77 INCL-RECS-READ PIC 9(4) VALUE 0.
000590  77 INCL-SHAPES-COPIED PIC 9(4) VALUE 0.
000592  77 INCL-SHAPES-TOTAL PIC 9(4) VALUE 0.
000594  77 INCL-FAILED-CNT PIC 9(4) VALUE 0.
000596  01 PALETTE-TABLE.
000598* ONE ENTRY PER VERSION, NOT PER CODE - 200 COVERS EVERY CODE
000600* WITH ROOM FOR SEVERAL DATED CHANGES EACH.
000602   05 PAL-ENTRY OCCURS 200 TIMES.
000604    10 PAL-CODE PIC X(8).
000606    10 PAL-EFF-FROM PIC 9(8).
000608    10 PAL-EFF-TO PIC 9(8).
000610    10 PAL-R PIC 9(3).
000612    10 PAL-G PIC 9(3).
000614    10 PAL-B PIC 9(3).
000616  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000618  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000620  77 PARM-KEY PIC X(10) VALUE SPACES.
000622  77 PARM-VAL PIC X(20) VALUE SPACES.
000624  01 PARM-TABLE.
000626   05 PARM-ENTRY PIC X(30) OCCURS 5 TIMES.
000628 PROCEDURE DIVISION.
000630 0000-MAINLINE.
000632      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000634      PERFORM 1500-CHECK-PROTECTION
000636          THRU 1500-CHECK-PROTECTION-EXIT.
000638      PERFORM 1600-CHECK-EXISTING THRU 1600-CHECK-EXISTING-EXIT.
000640      PERFORM 2000-PROMOTE-RECORD THRU 2000-PROMOTE-RECORD-EXIT
000642          UNTIL CL-AT-EOF.
000644      PERFORM 7000-VERIFY-TRAILER THRU 7000-VERIFY-TRAILER-EXIT.
000646      PERFORM 8000-PROMOTE-TOTALS THRU 8000-PROMOTE-TOTALS-EXIT.
000648      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000650      GOBACK.
000652
000654******************************************************************
000656* 1000-INITIALIZE -- PICK THE TARGET OFF THE PARM (MANDATORY -
000658*   THIS PROGRAM WRITES THE PERMANENT MASTER), OPEN THE FILES
000660*   AND LOAD THE PALETTE. THE MASTER IS CREATED EMPTY ON A
000662*   FIRST-EVER LOAD, THE SAME AS SHAPMNT.
000664******************************************************************
000666 1000-INITIALIZE.
000668      ACCEPT PROMOTE-DATE FROM DATE YYYYMMDD.
000670      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000672      IF CONFIG-PARM NOT = SPACES
000674          UNSTRING CONFIG-PARM DELIMITED BY ","
000676              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000678                   PARM-ENTRY(4) PARM-ENTRY(5)
000680          PERFORM 1050-PARSE-PARM-FIELD
000682              THRU 1050-PARSE-PARM-FIELD-EXIT
000684              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
000686      END-IF.
000688      IF TARGET-DRAWING = SPACES
000690          DISPLAY "1000-INITIALIZE: NO DRAWING= TARGET GIVEN"
000692          MOVE 16 TO RETURN-CODE
000694          STOP RUN
000696      END-IF.
000698      OPEN INPUT CLEAN-FILE.
000700      IF CL-FILE-STATUS = "35"
000702          DISPLAY "1000-INITIALIZE: NO SHAPECLN FILE - RUN THE "
000704                  "EDIT STEP FIRST"
000706          MOVE 8 TO RETURN-CODE
000708          STOP RUN
000710      END-IF.
000712      IF CL-FILE-STATUS NOT = "00"
000714          DISPLAY "1000-INITIALIZE: CLEAN-FILE OPEN FAILED, "
000716                  "STATUS=" CL-FILE-STATUS
000718          MOVE 32 TO RETURN-CODE
000720          STOP RUN
000722      END-IF.
000724      OPEN I-O SHAPE-MASTER.
000726      IF MS-FILE-STATUS = "35"
000728          OPEN OUTPUT SHAPE-MASTER
000730          IF MS-FILE-STATUS NOT = "00"
000732              DISPLAY "1000-INITIALIZE: SHAPE-MASTER CREATE "
000734                      "FAILED, STATUS=" MS-FILE-STATUS
000736              MOVE 36 TO RETURN-CODE
000738              STOP RUN
000740          END-IF
000742          CLOSE SHAPE-MASTER
000744          OPEN I-O SHAPE-MASTER
000746      END-IF.
000748      IF MS-FILE-STATUS NOT = "00"
000750          DISPLAY "1000-INITIALIZE: SHAPE-MASTER OPEN FAILED, "
000752                  "STATUS=" MS-FILE-STATUS
000754          MOVE 36 TO RETURN-CODE
000756          STOP RUN
000758      END-IF.
000760*     EVERY MASTER TOUCH IS JOURNALED, THE SAME RULE AS SHAPMNT.
000762      OPEN EXTEND JOURNAL-FILE.
000764      IF JF-FILE-STATUS = "35"
000766          OPEN OUTPUT JOURNAL-FILE
000768      END-IF.
000770      IF JF-FILE-STATUS NOT = "00"
000772          DISPLAY "1000-INITIALIZE: JOURNAL OPEN FAILED, "
000774                  "STATUS=" JF-FILE-STATUS
000776          MOVE 36 TO RETURN-CODE
000778          STOP RUN
000780      END-IF.
000782      PERFORM 1400-LOAD-PALETTE THRU 1400-LOAD-PALETTE-EXIT.
000784 1000-INITIALIZE-EXIT.
000786      EXIT.
000788
000790 1050-PARSE-PARM-FIELD.
000792      IF PARM-ENTRY(PARM-IDX) = SPACES
000794          GO TO 1050-PARSE-PARM-FIELD-EXIT
000796      END-IF.
000798
000800      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000802          INTO PARM-KEY PARM-VAL.
000804
000806      EVALUATE PARM-KEY
000808          WHEN "DRAWING"
000810              MOVE PARM-VAL TO TARGET-DRAWING
000812          WHEN "REPLACE"
000814              IF PARM-VAL(1:1) = "Y"
000816                  SET REPLACE-WANTED TO TRUE
000818              END-IF
000820          WHEN OTHER
000822              CONTINUE
000824      END-EVALUATE.
000826 1050-PARSE-PARM-FIELD-EXIT.
000828      EXIT.
000830
000832******************************************************************
000834* 1400-LOAD-PALETTE -- LOAD EVERY VERSION ON THE PALETTE MASTER
000836*   INTO PALETTE-TABLE. THE SHAPE MASTER STORES NUMERIC COLORS
000838*   ONLY, SO A FEED RECORD WITH A SYMBOLIC CODE NEEDS THE PALETTE
000840*   TO GET IN AT ALL, AND IT IS FROZEN AT THE VERSION IN EFFECT
000842*   ON THE FEED DATE - THE PROMOTION DATE UNTIL THE HEADER IS
000844*   READ. NO PALETTE MASTER MEANS EVERY SYMBOLIC RECORD IS
000846*   SKIPPED.
000848******************************************************************
000850 1400-LOAD-PALETTE.
000852      MOVE PROMOTE-DATE TO PALETTE-DATE.
000854      OPEN INPUT PALETTE-FILE.
000856      IF PL-FILE-STATUS = "35"
000858          DISPLAY "1400-LOAD-PALETTE: NO PALETTE FILE, "
000860                  "SYMBOLIC COLOR RECORDS WILL BE SKIPPED"
000862          GO TO 1400-LOAD-PALETTE-EXIT
000864      END-IF.
000866      IF PL-FILE-STATUS NOT = "00"
000868          DISPLAY "1400-LOAD-PALETTE: PALETTE OPEN FAILED, "
000870                  "STATUS=" PL-FILE-STATUS
000872          MOVE 32 TO RETURN-CODE
000874          STOP RUN
000876      END-IF.
000878      PERFORM 1410-LOAD-ONE-COLOR
000880          THRU 1410-LOAD-ONE-COLOR-EXIT
000882          UNTIL PL-AT-EOF.
000884      CLOSE PALETTE-FILE.
000886 1400-LOAD-PALETTE-EXIT.
000888      EXIT.
000890
000892 1410-LOAD-ONE-COLOR.
000894      READ PALETTE-FILE INTO PALETTE-RECORD
000896          AT END
000898              SET PL-AT-EOF TO TRUE
000900              GO TO 1410-LOAD-ONE-COLOR-EXIT
000902      END-READ.
000904      IF PR-R NOT NUMERIC OR PR-G NOT NUMERIC OR
000906         PR-B NOT NUMERIC
000908          DISPLAY "1410-LOAD-ONE-COLOR: NON-NUMERIC COLOR ON "
000910                  PR-CODE ", ENTRY SKIPPED"
000912          GO TO 1410-LOAD-ONE-COLOR-EXIT
000914      END-IF.
000916      IF PR-EFF-FROM NOT NUMERIC OR PR-EFF-TO NOT NUMERIC
000918          DISPLAY "1410-LOAD-ONE-COLOR: BAD EFFECTIVE DATES ON "
000920                  PR-CODE ", ENTRY SKIPPED"
000922          GO TO 1410-LOAD-ONE-COLOR-EXIT
000924      END-IF.
000926      IF PAL-COUNT >= 200
000928          DISPLAY "1410-LOAD-ONE-COLOR: PALETTE TABLE FULL, "
000930                  PR-CODE " AND LATER ENTRIES SKIPPED"
000932          SET PL-AT-EOF TO TRUE
000934          GO TO 1410-LOAD-ONE-COLOR-EXIT
000936      END-IF.
000938      ADD 1 TO PAL-COUNT.
000940      MOVE PR-CODE TO PAL-CODE (PAL-COUNT).
000942      MOVE PR-EFF-FROM TO PAL-EFF-FROM (PAL-COUNT).
000944      MOVE PR-EFF-TO TO PAL-EFF-TO (PAL-COUNT).
000946      MOVE PR-R TO PAL-R (PAL-COUNT).
000948      MOVE PR-G TO PAL-G (PAL-COUNT).
000950      MOVE PR-B TO PAL-B (PAL-COUNT).
000952 1410-LOAD-ONE-COLOR-EXIT.
000954      EXIT.
000956
000958******************************************************************
000960* 1500-CHECK-PROTECTION -- A DRAWING PROTECTED ON SHAPPROT IS
000962*   NEVER LOADED OVER, EVEN WITH REPLACE=Y: ITS CHANGES GO
000964*   THROUGH SHAPMNT, ARE HELD FOR A SECOND OPERATOR'S APPROVAL
000966*   AND ARE JOURNALED WITH BOTH IDS. NO PROTECT FILE MEANS NO
000968*   DRAWING HAS BEEN PROTECTED YET.
000970******************************************************************
000972 1500-CHECK-PROTECTION.
000974      OPEN INPUT PROTECT-FILE.
000976      IF PT-FILE-STATUS = "35"
000978          GO TO 1500-CHECK-PROTECTION-EXIT
000980      END-IF.
000982      IF PT-FILE-STATUS NOT = "00"
000984          DISPLAY "1500-CHECK-PROTECTION: PROTECT-FILE OPEN "
000986                  "FAILED, STATUS=" PT-FILE-STATUS
000988          MOVE 32 TO RETURN-CODE
000990          STOP RUN
000992      END-IF.
000994      MOVE TARGET-DRAWING TO PT-DRAWING-ID.
000996      READ PROTECT-FILE
000998          INVALID KEY
001000              MOVE "N" TO PT-PROTECT-FLAG
001002      END-READ.
001004      CLOSE PROTECT-FILE.
001006      IF PT-PROTECTED
001008          DISPLAY "1500-CHECK-PROTECTION: DRAWING "
001010                  TARGET-DRAWING " IS PROTECTED - CHANGE IT "
001012                  "THROUGH SHAPMNT FOR APPROVAL"
001014          MOVE 8 TO RETURN-CODE
001016          STOP RUN
001018      END-IF.
001020 1500-CHECK-PROTECTION-EXIT.
001022      EXIT.
001024
001026******************************************************************
001028* 1600-CHECK-EXISTING -- REFUSE TO OVERWRITE A DRAWING THAT IS
001030*   ALREADY ON THE MASTER UNLESS REPLACE=Y WAS GIVEN, IN WHICH
001032*   CASE THE OLD DRAWING IS DELETED (AND JOURNALED) FIRST SO
001034*   THE RELOAD STARTS FROM SEQUENCE 0001 ON CLEAN GROUND.
001036******************************************************************
001038 1600-CHECK-EXISTING.
001040      MOVE TARGET-DRAWING TO MR-DRAWING-ID.
001042      MOVE 0 TO MR-SEQ-NO.
001044      START SHAPE-MASTER KEY NOT < MR-KEY
001046          INVALID KEY
001048              GO TO 1600-CHECK-EXISTING-EXIT
001050      END-START.
001052      READ SHAPE-MASTER NEXT RECORD
001054          AT END
001056              GO TO 1600-CHECK-EXISTING-EXIT
001058      END-READ.
001060      IF MR-DRAWING-ID NOT = TARGET-DRAWING
001062          GO TO 1600-CHECK-EXISTING-EXIT
001064      END-IF.
001066      IF NOT REPLACE-WANTED
001068          DISPLAY "1600-CHECK-EXISTING: DRAWING "
001070                  TARGET-DRAWING " ALREADY ON MASTER - GIVE "
001072                  "REPLACE=Y TO RELOAD IT"
001074          MOVE 8 TO RETURN-CODE
001076          STOP RUN
001078      END-IF.
001080*     THE RECORD JUST READ IS THE FIRST VICTIM - JOURNAL AND
001082*     DELETE IT, THEN WALK OFF THE REST OF THE DRAWING.
001084      MOVE "B" TO JRNL-IMAGE.
001086      MOVE "D" TO JRNL-ACTION.
001088      PERFORM 3600-WRITE-JOURNAL THRU 3600-WRITE-JOURNAL-EXIT.
001090      DELETE SHAPE-MASTER RECORD
001092          INVALID KEY
001094              DISPLAY "1600-CHECK-EXISTING: DELETE FAILED, "
001096                      "STATUS=" MS-FILE-STATUS
001098              MOVE 36 TO RETURN-CODE
001100              STOP RUN
001102          NOT INVALID KEY
001104              ADD 1 TO RECORDS-REPLACED
001106      END-DELETE.
001108      PERFORM 1700-DELETE-ONE-EXISTING
001110          THRU 1700-DELETE-ONE-EXISTING-EXIT
001112          UNTIL DRAWING-DONE.
001114 1600-CHECK-EXISTING-EXIT.
001116      EXIT.
001118
001120 1700-DELETE-ONE-EXISTING.
001122      READ SHAPE-MASTER NEXT RECORD
001124          AT END
001126              SET DRAWING-DONE TO TRUE
001128              GO TO 1700-DELETE-ONE-EXISTING-EXIT
001130      END-READ.
001132      IF MR-DRAWING-ID NOT = TARGET-DRAWING
001134          SET DRAWING-DONE TO TRUE
001136          GO TO 1700-DELETE-ONE-EXISTING-EXIT
001138      END-IF.
001140      MOVE "B" TO JRNL-IMAGE.
001142      MOVE "D" TO JRNL-ACTION.
001144      PERFORM 3600-WRITE-JOURNAL THRU 3600-WRITE-JOURNAL-EXIT.
001146      DELETE SHAPE-MASTER RECORD
001148          INVALID KEY
001150              DISPLAY "1700-DELETE-ONE-EXISTING: DELETE FAILED, "
001152                      "STATUS=" MS-FILE-STATUS
001154              SET DRAWING-DONE TO TRUE
001156          NOT INVALID KEY
001158              ADD 1 TO RECORDS-REPLACED
001160      END-DELETE.
001162 1700-DELETE-ONE-EXISTING-EXIT.
001164      EXIT.
001166
001168******************************************************************
001170* 2000-PROMOTE-RECORD -- READ ONE CLEAN-FILE RECORD. CONTROL
001172*   RECORDS FEED THE TRAILER VERIFICATION; SCENE BREAKS ARE
001174*   FEED STRUCTURE WITH NO MEANING ON THE MASTER AND ARE
001176*   COUNTED PAST; EACH SHAPE GETS THE NEXT SEQUENCE NUMBER AND
001178*   ITS COLOR RESOLVED TO THE NUMERIC FIELDS THE MASTER STORES.
001180******************************************************************
001182 2000-PROMOTE-RECORD.
001184      READ CLEAN-FILE INTO LINE-RECORD
001186          AT END
001188              SET CL-AT-EOF TO TRUE
001190              GO TO 2000-PROMOTE-RECORD-EXIT
001192      END-READ.
001194      IF LR-SHAPE-TYPE = "HDR"
001196          MOVE HR-FEED-DATE TO FEED-DATE
001198          MOVE HR-SUPPLIER-ID TO SUPPLIER-ID
001200          IF HR-FEED-DATE NUMERIC AND HR-FEED-DATE > 0
001202              MOVE HR-FEED-DATE TO PALETTE-DATE
001204          END-IF
001206          SET HEADER-SEEN TO TRUE
001208          GO TO 2000-PROMOTE-RECORD-EXIT
001210      END-IF.
001212      IF LR-SHAPE-TYPE = "TRL"
001214          MOVE TR-REC-COUNT TO EXPECTED-REC-COUNT
001216          MOVE TR-COORD-HASH TO EXPECTED-COORD-HASH
001218          MOVE TR-COLOR-HASH TO EXPECTED-COLOR-HASH
001220          SET TRAILER-SEEN TO TRUE
001222          GO TO 2000-PROMOTE-RECORD-EXIT
001224      END-IF.
001226      IF LR-SHAPE-TYPE = "SCENE"
001228          ADD 1 TO SCENE-RECS-SKIPPED
001230          GO TO 2000-PROMOTE-RECORD-EXIT
001232      END-IF.
001234      IF LR-SHAPE-TYPE = "INCL"
001236          PERFORM 2600-EXPAND-INCLUDE
001238              THRU 2600-EXPAND-INCLUDE-EXIT
001240          GO TO 2000-PROMOTE-RECORD-EXIT
001242      END-IF.
001244      ADD 1 TO RECS-READ.
001246*     THE FEED TOTALS ARE ROLLED AS DELIVERED, OVER EVERY SHAPE
001248*     RECORD - THE SAME DEFINITION THE TRAILER WAS BUILT TO -
001250*     EVEN WHEN THE RECORD IS THEN SKIPPED FOR ITS COLOR.
001252      ADD LR-X1 LR-Y1 LR-X2 LR-Y2 TO FEED-COORD-HASH
001254          ON SIZE ERROR
001256              DISPLAY "2000-PROMOTE-RECORD: COORD HASH OVERFLOW"
001258      END-ADD.
001260      IF LR-COLOR-FIELDS NUMERIC
001262          ADD LR-R LR-G LR-B TO FEED-COLOR-HASH
001264              ON SIZE ERROR
001266                  DISPLAY "2000-PROMOTE-RECORD: COLOR HASH "
001268                          "OVERFLOW"
001270          END-ADD
001272      END-IF.
001274      PERFORM 2500-LOAD-ONE-SHAPE THRU 2500-LOAD-ONE-SHAPE-EXIT.
001276 2000-PROMOTE-RECORD-EXIT.
001278      EXIT.
001280
001282 2500-LOAD-ONE-SHAPE.
001284      IF SHAPES-LOADED >= 9999
001286          DISPLAY "2500-LOAD-ONE-SHAPE: SEQUENCE NUMBERS "
001288                  "EXHAUSTED, RECORD SKIPPED"
001290          ADD 1 TO LOAD-ERRORS
001292          GO TO 2500-LOAD-ONE-SHAPE-EXIT
001294      END-IF.
001296      MOVE TARGET-DRAWING TO MR-DRAWING-ID.
001298      MOVE LR-SHAPE-TYPE TO MR-SHAPE-TYPE.
001300      MOVE LR-X1 TO MR-X1.
001302      MOVE LR-Y1 TO MR-Y1.
001304      MOVE LR-X2 TO MR-X2.
001306      MOVE LR-Y2 TO MR-Y2.
001308      IF LR-COLOR-FIELDS NUMERIC
001310          MOVE LR-R TO MR-R
001312          MOVE LR-G TO MR-G
001314          MOVE LR-B TO MR-B
001316      ELSE
001318          MOVE 0 TO PAL-HIT
001320          PERFORM 2550-SEARCH-PALETTE
001322              THRU 2550-SEARCH-PALETTE-EXIT
001324              VARYING PAL-IDX FROM 1 BY 1
001326              UNTIL PAL-IDX > PAL-COUNT OR PAL-HIT > 0
001328          IF PAL-HIT = 0
001330              DISPLAY "2500-LOAD-ONE-SHAPE: UNKNOWN COLOR "
001332                      "CODE '" LR-COLOR-CODE "', RECORD SKIPPED"
001334              ADD 1 TO COLOR-REJECT-CNT
001336              GO TO 2500-LOAD-ONE-SHAPE-EXIT
001338          END-IF
001340          MOVE PAL-R (PAL-HIT) TO MR-R
001342          MOVE PAL-G (PAL-HIT) TO MR-G
001344          MOVE PAL-B (PAL-HIT) TO MR-B
001346      END-IF.
001348      COMPUTE MR-SEQ-NO = SHAPES-LOADED + 1.
001350      WRITE MASTER-RECORD
001352          INVALID KEY
001354              DISPLAY "2500-LOAD-ONE-SHAPE: WRITE FAILED AT "
001356                      "SEQ " MR-SEQ-NO ", STATUS="
001358                      MS-FILE-STATUS
001360              ADD 1 TO LOAD-ERRORS
001362          NOT INVALID KEY
001364              ADD 1 TO SHAPES-LOADED
001366              MOVE "A" TO JRNL-IMAGE
001368              MOVE "A" TO JRNL-ACTION
001370              PERFORM 3600-WRITE-JOURNAL
001372                  THRU 3600-WRITE-JOURNAL-EXIT
001374      END-WRITE.
001376 2500-LOAD-ONE-SHAPE-EXIT.
001378      EXIT.
001380
001382 2550-SEARCH-PALETTE.
001384      IF PAL-CODE (PAL-IDX) = LR-COLOR-CODE AND
001386         PAL-EFF-FROM (PAL-IDX) NOT > PALETTE-DATE AND
001388         PAL-EFF-TO (PAL-IDX) NOT < PALETTE-DATE
001390          MOVE PAL-IDX TO PAL-HIT
001392      END-IF.
001394 2550-SEARCH-PALETTE-EXIT.
001396      EXIT.
001398
001400******************************************************************
001402* 2600-EXPAND-INCLUDE -- AN "INCL" RECORD. IT IS ONE FEED RECORD
001404*   WITH ITS OFFSETS IN THE COORDINATE HASH (THE INCLUDED SHAPES
001406*   ARE NOT FEED RECORDS). THE MASTER ONLY HOLDS SHAPES, SO THE
001408*   INCLUDED DRAWING IS COPIED INTO THE TARGET DRAWING AT THIS
001410*   POINT IN THE SEQUENCE, MOVED BY THE OFFSET. AN INCL THAT
001412*   CANNOT BE EXPANDED WOULD LEAVE A HOLE IN THE DRAWING, SO
001414*   7000-VERIFY-TRAILER BACKS THE LOAD OUT.
001416******************************************************************
001418 2600-EXPAND-INCLUDE.
001420      ADD 1 TO RECS-READ.
001422      ADD 1 TO INCL-RECS-READ.
001424      IF IR-X-OFFSET NOT NUMERIC OR IR-Y-OFFSET NOT NUMERIC
001426          DISPLAY "2600-EXPAND-INCLUDE: NON-NUMERIC OFFSET ON "
001428                  "INCL OF " IR-DRAWING-ID
001430          ADD 1 TO INCL-FAILED-CNT
001432          GO TO 2600-EXPAND-INCLUDE-EXIT
001434      END-IF.
001436      ADD IR-X-OFFSET IR-Y-OFFSET TO FEED-COORD-HASH
001438          ON SIZE ERROR
001440              DISPLAY "2600-EXPAND-INCLUDE: COORD HASH OVERFLOW"
001442      END-ADD.
001444      IF IR-DRAWING-ID = TARGET-DRAWING
001446          DISPLAY "2600-EXPAND-INCLUDE: DRAWING " TARGET-DRAWING
001448                  " CANNOT INCLUDE ITSELF"
001450          ADD 1 TO INCL-FAILED-CNT
001452          GO TO 2600-EXPAND-INCLUDE-EXIT
001454      END-IF.
001456      MOVE IR-DRAWING-ID TO INCL-DRAWING-ID.
001458      MOVE IR-X-OFFSET TO INCL-X-OFFSET.
001460      MOVE IR-Y-OFFSET TO INCL-Y-OFFSET.
001462      MOVE 0 TO INCL-LAST-SEQ.
001464      MOVE 0 TO INCL-SHAPES-COPIED.
001466      MOVE "N" TO INCL-EOF-SW.
001468      PERFORM 2610-COPY-INCLUDED-SHAPE
001470          THRU 2610-COPY-INCLUDED-SHAPE-EXIT
001472          UNTIL INCL-AT-EOF.
001474      IF INCL-SHAPES-COPIED = 0
001476          DISPLAY "2600-EXPAND-INCLUDE: DRAWING " INCL-DRAWING-ID
001478                  " NOT ON SHAPE MASTER OR EMPTY"
001480          ADD 1 TO INCL-FAILED-CNT
001482      END-IF.
001484      ADD INCL-SHAPES-COPIED TO INCL-SHAPES-TOTAL.
001486 2600-EXPAND-INCLUDE-EXIT.
001488      EXIT.
001490
001492******************************************************************
001494* 2610-COPY-INCLUDED-SHAPE -- POSITION JUST PAST THE LAST SHAPE
001496*   COPIED (THE WRITE OF THE TARGET DRAWING LOSES THE PLACE),
001498*   READ THE NEXT SHAPE OF THE INCLUDED DRAWING, LAY IT INTO
001500*   LINE-RECORD MOVED BY THE OFFSET AND LOAD IT THROUGH
001502*   2500-LOAD-ONE-SHAPE LIKE A FEED SHAPE. X1/Y1 ALWAYS MOVE;
001504*   X2/Y2 ONLY FOR A LINE - THE SAME RULE MAIN-METHOD DRAWS BY.
001506******************************************************************
001508 2610-COPY-INCLUDED-SHAPE.
001510      MOVE INCL-DRAWING-ID TO MR-DRAWING-ID.
001512      MOVE INCL-LAST-SEQ TO MR-SEQ-NO.
001514      START SHAPE-MASTER KEY > MR-KEY
001516          INVALID KEY
001518              SET INCL-AT-EOF TO TRUE
001520              GO TO 2610-COPY-INCLUDED-SHAPE-EXIT
001522      END-START.
001524      READ SHAPE-MASTER NEXT RECORD
001526          AT END
001528              SET INCL-AT-EOF TO TRUE
001530              GO TO 2610-COPY-INCLUDED-SHAPE-EXIT
001532      END-READ.
001534      IF MR-DRAWING-ID NOT = INCL-DRAWING-ID
001536          SET INCL-AT-EOF TO TRUE
001538          GO TO 2610-COPY-INCLUDED-SHAPE-EXIT
001540      END-IF.
001542      MOVE MR-SEQ-NO TO INCL-LAST-SEQ.
001544      ADD 1 TO INCL-SHAPES-COPIED.
001546      MOVE MR-SHAPE-TYPE TO LR-SHAPE-TYPE.
001548      MOVE MR-X2 TO LR-X2.
001550      MOVE MR-Y2 TO LR-Y2.
001552      MOVE MR-R TO LR-R.
001554      MOVE MR-G TO LR-G.
001556      MOVE MR-B TO LR-B.
001558      ADD MR-X1 INCL-X-OFFSET GIVING LR-X1
001560          ON SIZE ERROR
001562              MOVE 999 TO LR-X1
001564      END-ADD.
001566      ADD MR-Y1 INCL-Y-OFFSET GIVING LR-Y1
001568          ON SIZE ERROR
001570              MOVE 999 TO LR-Y1
001572      END-ADD.
001574      IF MR-SHAPE-TYPE = "LINE" OR MR-SHAPE-TYPE = SPACES
001576          ADD MR-X2 INCL-X-OFFSET GIVING LR-X2
001578              ON SIZE ERROR
001580                  MOVE 999 TO LR-X2
001582          END-ADD
001584          ADD MR-Y2 INCL-Y-OFFSET GIVING LR-Y2
001586              ON SIZE ERROR
001588                  MOVE 999 TO LR-Y2
001590          END-ADD
001592      END-IF.
001594      PERFORM 2500-LOAD-ONE-SHAPE THRU 2500-LOAD-ONE-SHAPE-EXIT.
001596 2610-COPY-INCLUDED-SHAPE-EXIT.
001598      EXIT.
001600
001602******************************************************************
001604* 3600-WRITE-JOURNAL -- APPEND ONE IMAGE OF MASTER-RECORD TO THE
001606*   JOURNAL, IN THE SAME LAYOUT SHAPMNT WRITES, SO SHAPRST CAN
001608*   REPLAY PROMOTIONS AND MAINTENANCE FROM ONE TRAIL.
001610******************************************************************
001612 3600-WRITE-JOURNAL.
001614      MOVE SPACES TO JOURNAL-RECORD.
001616      ACCEPT JR-DATE FROM DATE YYYYMMDD.
001618      ACCEPT JR-TIME FROM TIME.
001620      MOVE JRNL-IMAGE TO JR-IMAGE-TYPE.
001622      MOVE JRNL-ACTION TO JR-TX-ACTION.
001624      MOVE MR-DRAWING-ID TO JR-DRAWING-ID.
001626      MOVE MR-SEQ-NO TO JR-SEQ-NO.
001628      MOVE MR-SHAPE-TYPE TO JR-SHAPE-TYPE.
001630      MOVE MR-X1 TO JR-X1.
001632      MOVE MR-Y1 TO JR-Y1.
001634      MOVE MR-X2 TO JR-X2.
001636      MOVE MR-Y2 TO JR-Y2.
001638      MOVE MR-R TO JR-R.
001640      MOVE MR-G TO JR-G.
001642      MOVE MR-B TO JR-B.
001644      WRITE JOURNAL-RECORD.
001646      IF JF-FILE-STATUS NOT = "00"
001648          DISPLAY "3600-WRITE-JOURNAL: WRITE FAILED, STATUS="
001650                  JF-FILE-STATUS
001652          MOVE 36 TO RETURN-CODE
001654          STOP RUN
001656      END-IF.
001658      ADD 1 TO JRNL-WRITES.
001660 3600-WRITE-JOURNAL-EXIT.
001662      EXIT.
001664
001666******************************************************************
001668* 7000-VERIFY-TRAILER -- THE CLEAN FILE CARRIES THE TRAILER THE
001670*   EDIT STEP REGENERATED; IF WHAT WAS READ HERE DISAGREES, THE
001672*   FILE WAS TRUNCATED OR ALTERED SINCE THE EDIT AND THE LOAD
001674*   CANNOT BE TRUSTED - IT IS BACKED OUT WHOLE RATHER THAN LEFT
001676*   HALF A DRAWING.
001678******************************************************************
001680 7000-VERIFY-TRAILER.
001682      IF INCL-FAILED-CNT > 0
001684          DISPLAY "7000-VERIFY-TRAILER: " INCL-FAILED-CNT
001686                  " INCL RECORDS COULD NOT BE EXPANDED"
001688          SET RECON-ERROR TO TRUE
001690      END-IF.
001692      IF NOT TRAILER-SEEN
001694          DISPLAY "7000-VERIFY-TRAILER: TRAILER RECORD MISSING "
001696                  "FROM CLEAN FILE"
001698          SET RECON-ERROR TO TRUE
001700      ELSE
001702          IF EXPECTED-REC-COUNT NOT = RECS-READ
001704              DISPLAY "7000-VERIFY-TRAILER: TRAILER COUNT "
001706                      EXPECTED-REC-COUNT " BUT " RECS-READ
001708                      " SHAPE RECORDS READ"
001710              SET RECON-ERROR TO TRUE
001712          END-IF
001714          IF EXPECTED-COORD-HASH NOT = FEED-COORD-HASH
001716              DISPLAY "7000-VERIFY-TRAILER: COORDINATE HASH "
001718                      "MISMATCH"
001720              SET RECON-ERROR TO TRUE
001722          END-IF
001724          IF EXPECTED-COLOR-HASH NOT = FEED-COLOR-HASH
001726              DISPLAY "7000-VERIFY-TRAILER: COLOR HASH MISMATCH"
001728              SET RECON-ERROR TO TRUE
001730          END-IF
001732      END-IF.
001734      IF RECON-ERROR AND SHAPES-LOADED > 0
001736          PERFORM 7100-BACK-OUT-LOAD
001738              THRU 7100-BACK-OUT-LOAD-EXIT
001740      END-IF.
001742 7000-VERIFY-TRAILER-EXIT.
001744      EXIT.
001746
001748* THE BACK-OUT DELETES EXACTLY THE SEQUENCES THIS RUN LOADED,
001750* JOURNALING EACH, SO THE JOURNAL TELLS THE WHOLE STORY OF THE
001752* FAILED LOAD TOO.
001754 7100-BACK-OUT-LOAD.
001756      DISPLAY "7100-BACK-OUT-LOAD: FEED OUT OF BALANCE - "
001758              "BACKING OUT " SHAPES-LOADED " SHAPES FROM "
001760              TARGET-DRAWING.
001762      MOVE "N" TO DRAWING-DONE-SW.
001764      MOVE TARGET-DRAWING TO MR-DRAWING-ID.
001766      MOVE 0 TO MR-SEQ-NO.
001768      START SHAPE-MASTER KEY NOT < MR-KEY
001770          INVALID KEY
001772              SET DRAWING-DONE TO TRUE
001774      END-START.
001776      PERFORM 1700-DELETE-ONE-EXISTING
001778          THRU 1700-DELETE-ONE-EXISTING-EXIT
001780          UNTIL DRAWING-DONE.
001782      SET LOAD-BACKED-OUT TO TRUE.
001784 7100-BACK-OUT-LOAD-EXIT.
001786      EXIT.
001788
001790******************************************************************
001792* 8000-PROMOTE-TOTALS -- WRITE THE PROMOTION CONTROL REPORT:
001794*   WHERE THE FEED CAME FROM, WHAT WAS LOADED UNDER WHICH
001796*   DRAWING, WHAT WAS SKIPPED AND THE FINAL DISPOSITION.
001798******************************************************************
001800 8000-PROMOTE-TOTALS.
001802      OPEN OUTPUT PROMOTE-REPORT-FILE.
001804      IF PM-FILE-STATUS NOT = "00"
001806          DISPLAY "8000-PROMOTE-TOTALS: OPEN FAILED, STATUS="
001808                  PM-FILE-STATUS
001810          GO TO 8000-PROMOTE-TOTALS-EXIT
001812      END-IF.
001814
001816      MOVE SPACES TO PROMOTE-REPORT-RECORD.
001818      STRING "SHAPPROM FEED PROMOTION - " PROMOTE-DATE
001820          " DRAWING " TARGET-DRAWING
001822          DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD.
001824      WRITE PROMOTE-REPORT-RECORD.
001826
001828      MOVE SPACES TO PROMOTE-REPORT-RECORD.
001830      IF HEADER-SEEN
001832          STRING "SUPPLIER/FEED DATE...... " SUPPLIER-ID
001834              " " FEED-DATE
001836              DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD
001838      ELSE
001840          STRING "SUPPLIER/FEED DATE...... NO HEADER RECORD"
001842              DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD
001844      END-IF.
001846      WRITE PROMOTE-REPORT-RECORD.
001848
001850      MOVE SPACES TO PROMOTE-REPORT-RECORD.
001852      STRING "SHAPE RECORDS READ...... " RECS-READ
001854          DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD.
001856      WRITE PROMOTE-REPORT-RECORD.
001858
001860      MOVE SPACES TO PROMOTE-REPORT-RECORD.
001862      STRING "SHAPES LOADED........... " SHAPES-LOADED
001864          DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD.
001866      WRITE PROMOTE-REPORT-RECORD.
001868
001870      MOVE SPACES TO PROMOTE-REPORT-RECORD.
001872      STRING "INCL RECORDS/SHAPES..... " INCL-RECS-READ
001874          "/" INCL-SHAPES-TOTAL
001876          DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD.
001878      WRITE PROMOTE-REPORT-RECORD.
001880
001882      MOVE SPACES TO PROMOTE-REPORT-RECORD.
001884      STRING "INCL NOT EXPANDED....... " INCL-FAILED-CNT
001886          DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD.
001888      WRITE PROMOTE-REPORT-RECORD.
001890
001892      MOVE SPACES TO PROMOTE-REPORT-RECORD.
001894      STRING "UNKNOWN COLOR CODES..... " COLOR-REJECT-CNT
001896          DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD.
001898      WRITE PROMOTE-REPORT-RECORD.
001900
001902      MOVE SPACES TO PROMOTE-REPORT-RECORD.
001904      STRING "SCENE BREAKS SKIPPED.... " SCENE-RECS-SKIPPED
001906          DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD.
001908      WRITE PROMOTE-REPORT-RECORD.
001910
001912      MOVE SPACES TO PROMOTE-REPORT-RECORD.
001914      STRING "OLD RECORDS REPLACED.... " RECORDS-REPLACED
001916          DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD.
001918      WRITE PROMOTE-REPORT-RECORD.
001920
001922      MOVE SPACES TO PROMOTE-REPORT-RECORD.
001924      STRING "JOURNAL RECORDS WRITTEN. " JRNL-WRITES
001926          DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD.
001928      WRITE PROMOTE-REPORT-RECORD.
001930
001932      MOVE SPACES TO PROMOTE-REPORT-RECORD.
001934      EVALUATE TRUE
001936          WHEN LOAD-BACKED-OUT
001938              STRING "DISPOSITION............. *** OUT OF "
001940                  "BALANCE - LOAD BACKED OUT ***"
001942                  DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD
001944          WHEN RECON-ERROR
001946              STRING "DISPOSITION............. *** OUT OF "
001948                  "BALANCE - NOTHING LOADED ***"
001950                  DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD
001952          WHEN OTHER
001954              STRING "DISPOSITION............. LOADED"
001956                  DELIMITED BY SIZE INTO PROMOTE-REPORT-RECORD
001958      END-EVALUATE.
001960      WRITE PROMOTE-REPORT-RECORD.
001962
001964      CLOSE PROMOTE-REPORT-FILE.
001966 8000-PROMOTE-TOTALS-EXIT.
001968      EXIT.
001970
001972******************************************************************
001974* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CONDITION
001976*   CODE: 0 FOR A CLEAN LOAD, 4 WHEN RECORDS HAD TO BE SKIPPED,
001978*   8 WHEN THE LOAD WAS BACKED OUT OR THE FEED HELD NO SHAPES.
001980******************************************************************
001982 9000-TERMINATE.
001984      CLOSE CLEAN-FILE.
001986      CLOSE SHAPE-MASTER.
001988      CLOSE JOURNAL-FILE.
001990      IF RECON-ERROR OR SHAPES-LOADED = 0
001992          MOVE 8 TO RETURN-CODE
001994          GO TO 9000-TERMINATE-EXIT
001996      END-IF.
001998      IF COLOR-REJECT-CNT > 0 OR LOAD-ERRORS > 0
002000          MOVE 4 TO RETURN-CODE
002002      END-IF.
002004 9000-TERMINATE-EXIT.
002006      EXIT.
002008
002010 END PROGRAM SHAPPROM.
