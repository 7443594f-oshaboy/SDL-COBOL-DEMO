000100******************************************************************
000102* AUTHOR:     D. WHITLOCK, APPLICATIONS PROGRAMMING
000104* INSTALLATION: GRAPHICS SYSTEMS GROUP
000106* DATE-WRITTEN: 2026-10-15
000108* DATE-COMPILED:
000110* PURPOSE:    SVG EXPORT FOR THE ART GROUP. EVERYTHING ELSE WE
000112*             PRODUCE IS A FIXED-RESOLUTION BMP, AND THE BANNERS
000114*             HAVE BEEN REDRAWN BY HAND FOR THE INTRANET AND FOR
000116*             PRINT. THIS PROGRAM WRITES ONE SHAPE MASTER DRAWING
000118*             (DRAWING= PARM) OR THE CLEAN FEED SHAPECLN AS AN
000120*             SVG FILE ON SVGOUT, SHAPE FOR SHAPE AS MAIN-METHOD
000122*             WOULD DRAW IT:
000124*               LINE   <LINE> FROM X1/Y1 TO X2/Y2 (A BLANK OR
000126*                      UNKNOWN TYPE IS DRAWN AS A LINE, AS
000128*                      MAIN-METHOD DRAWS IT)
000130*               RECT   <RECT> OUTLINE AT X1/Y1, X2/Y2 READ AS
000132*                      THE WIDTH AND HEIGHT
000134*               POINT  <RECT> ONE UNIT SQUARE, FILLED, AT X1/Y1
000136*             A SYMBOLIC COLOR CODE RESOLVES THROUGH THE PALETTE
000138*             MASTER AS OF THE HDR FEED DATE; A CODE NOT ON THE
000140*             PALETTE IS NOT EXPORTED, AS MAIN-METHOD DOES NOT
000142*             DRAW IT. A CHANNEL OVER 255 IS CLAMPED TO 255. AN
000144*             "INCL" BRINGS IN ITS MASTER DRAWING MOVED BY THE
000146*             OFFSET (X1/Y1 ALWAYS, X2/Y2 ONLY FOR A LINE),
000148*             WRAPPED IN A GROUP OF CLASS "INCL <DRAWING>".
000150*
000152*             EACH SCENE OF THE FEED IS ONE <G> GROUP WITH ID
000154*             "SCENE-<SCENE ID>-<NNNN>", NNNN BEING THE GROUP'S
000156*             NUMBER IN THE FEED - THE MERGED FEED KEEPS EACH
000158*             SUPPLIER'S OWN SCENE IDS, SO THE ID ALONE NEED NOT
000160*             BE UNIQUE. SHAPES AFTER THE LAST SCENE
000162*             BREAK ARE THE GROUP "TAIL" - THE SAME DRAWINGS
000164*             MAIN-METHOD CAPTURES AS FRAMES. A DRAWING EXPORT IS
000166*             ONE GROUP, "DRAWING-<DRAWING ID>". THE FEED IS READ
000168*             TWICE: ONCE FOR THE SCENE IDS AND THE TRAILER
000170*             RECONCILIATION, ONCE TO WRITE THE GROUPS.
000172*
000174*             THE VIEWBOX IS THE LOGICAL COORDINATE SPACE THE
000176*             SHAPES WERE AUTHORED IN - HR-LOGICAL-SPACE, ELSE
000178*             THE LOGICAL= PARM, ELSE THE CANVAS (WIDTH= AND
000180*             HEIGHT=, DEFAULT 640 X 480) - THE SAME ORDER
000182*             MAIN-METHOD USES, SO THE SVG SCALES TO ANY SIZE
000184*             WITH THE PROPORTIONS OF THE RENDER.
000186*
000188*             THE CONTROL REPORT ON SVGRPT LISTS THE SHAPES READ,
000190*             INCLUDED, NOT EXPORTED AND EXPORTED BY TYPE. FOR A
000192*             DRAWING THE SHAPES READ AGREE WITH THE DRAWING'S
000194*             LINE/RECT/POINT/OTHER LINE ON SHINVRPT; FOR A FEED
000196*             THE RECORDS READ (SHAPE RECORDS PLUS INCL RECORDS)
000198*             AND THE HASH TOTALS ARE RECONCILED AGAINST THE TRL
000200*             RECORD BY THE RULE MAIN-METHOD APPLIES, AND EACH
000202*             INCL IS LISTED WITH THE SHAPES IT BROUGHT IN.
000204*
000206* PARM (KEYWORD=VALUE, COMMA SEPARATED; ALL OPTIONAL):
000208*   DRAWING=        EXPORT THIS SHAPE MASTER DRAWING INSTEAD OF
000210*                   THE CLEAN FEED
000212*   LOGICAL=        LOGICAL SPACE FOR THE VIEWBOX WHEN THE FEED
000214*                   HEADER DECLARES NONE (ALWAYS, FOR A DRAWING)
000216*   WIDTH= HEIGHT=  THE VIEWBOX WITH NO LOGICAL SPACE AT ALL
000218*                   (DEFAULTS 640 X 480, AS IN MAIN-METHOD)
000220*
000222* STEP CONDITION CODES:
000224*   0  EXPORTED, FEED IN BALANCE
000226*   4  EXPORTED, BUT A COLOR CODE WAS NOT ON THE PALETTE OR AN
000228*      INCL NAMED A DRAWING NOT ON THE SHAPE MASTER
000230*   8  FEED OUT OF BALANCE OR WITHOUT A TRAILER (EXPORTED ANYWAY
000232*      FOR REVIEW), OR THE DRAWING IS NOT ON THE SHAPE MASTER
000234*   16 BAD PARM
000236*   32/36  OPEN FAILURES
000238*
000240* MODIFICATION HISTORY
000242* DATE       INIT  DESCRIPTION
000244* ---------- ----  ---------------------------------------------
000246* 2026-10-15 DW    ORIGINAL SVG EXPORT.
000248* 2026-10-15 DW    SCENE GROUP IDS CARRY THE GROUP NUMBER
000250*                  (SCENE-<ID>-<NNNN>) SO SUPPLIERS SHARING A
000252*                  SCENE ID IN THE MERGED FEED STILL GIVE UNIQUE
000254*                  IDS; SVGRPT LISTS THE SAME IDS.
000256* Tectonics: cobc
000258******************************************************************
000260 IDENTIFICATION DIVISION.
000262 PROGRAM-ID. SHAPESVG.
000264 ENVIRONMENT DIVISION.
000266 INPUT-OUTPUT SECTION.
000268 FILE-CONTROL.
000270     SELECT CLEAN-FILE ASSIGN TO "SHAPECLN"
000272         ORGANIZATION IS LINE SEQUENTIAL
000274         FILE STATUS IS CL-FILE-STATUS.
000276     SELECT SVG-FILE ASSIGN TO "SVGOUT"
000278         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS SV-FILE-STATUS.
000282     SELECT SVG-REPORT-FILE ASSIGN TO "SVGRPT"
000284         ORGANIZATION IS LINE SEQUENTIAL
000286         FILE STATUS IS SR-FILE-STATUS.
000288     SELECT PALETTE-FILE ASSIGN TO "PALMST"
000290         ORGANIZATION IS INDEXED
000292         ACCESS MODE IS SEQUENTIAL
000294         RECORD KEY IS PR-KEY
000296         FILE STATUS IS PL-FILE-STATUS.
000298     SELECT SHAPE-MASTER ASSIGN TO "SHAPEMST"
000300         ORGANIZATION IS INDEXED
000302         ACCESS MODE IS DYNAMIC
000304         RECORD KEY IS MR-KEY
000306         FILE STATUS IS MS-FILE-STATUS.
000308 DATA DIVISION.
000310 FILE SECTION.
000312* LINE-RECORD AND THE CONTROL RECORDS MIRROR THE LAYOUTS
000314* MAIN-METHOD READS FROM SHAPECLN - KEEP THEM IN STEP.
000316 FD  CLEAN-FILE.
000318 01  LINE-RECORD.
000320     05  LR-SHAPE-TYPE   PIC X(5).
000322     05  LR-X1           PIC 9(3).
000324     05  LR-Y1           PIC 9(3).
000326     05  LR-X2           PIC 9(3).
000328     05  LR-Y2           PIC 9(3).
000330     05  LR-COLOR-FIELDS.
000332         10  LR-R        PIC 9(3).
000334         10  LR-G        PIC 9(3).
000336         10  LR-B        PIC 9(3).
000338     05  LR-COLOR-VARIANT REDEFINES LR-COLOR-FIELDS.
000340         10  LR-COLOR-CODE PIC X(8).
000342         10  FILLER      PIC X(1).
000344 01  FEED-HEADER-RECORD.
000346     05  HR-RECORD-TYPE  PIC X(5).
000348     05  HR-FEED-DATE    PIC 9(8).
000350     05  HR-SUPPLIER-ID  PIC X(8).
000352     05  HR-LOGICAL-SPACE PIC 9(4).
000354 01  FEED-TRAILER-RECORD.
000356     05  TR-RECORD-TYPE  PIC X(5).
000358     05  TR-REC-COUNT    PIC 9(6).
000360     05  TR-COORD-HASH   PIC 9(9).
000362     05  TR-COLOR-HASH   PIC 9(9).
000364 01  SCENE-BREAK-RECORD.
000366     05  SB-RECORD-TYPE  PIC X(5).
000368     05  SB-SCENE-ID     PIC X(8).
000370 01  INCLUDE-RECORD.
000372     05  IR-RECORD-TYPE  PIC X(5).
000374     05  IR-X-OFFSET     PIC 9(3).
000376     05  IR-Y-OFFSET     PIC 9(3).
000378     05  IR-DRAWING-ID   PIC X(8).
000380 FD  SVG-FILE.
000382 01  SVG-RECORD          PIC X(120).
000384 FD  SVG-REPORT-FILE.
000386 01  SVG-REPORT-RECORD   PIC X(80).
000388* ONE PALETTE MASTER RECORD PER VERSION OF A COLOR CODE - SAME
000390* LAYOUT AS PALMNT AND MAIN-METHOD, KEEP IN STEP.
000392 FD  PALETTE-FILE.
000394 01  PALETTE-RECORD.
000396     05  PR-KEY.
000398         10  PR-CODE         PIC X(8).
000400         10  PR-EFF-FROM     PIC 9(8).
000402     05  PR-EFF-TO       PIC 9(8).
000404     05  PR-R            PIC 9(3).
000406     05  PR-G            PIC 9(3).
000408     05  PR-B            PIC 9(3).
000410* SAME LAYOUT AS MASTER-RECORD IN SHAPMNT AND MAIN-METHOD.
000412 FD  SHAPE-MASTER.
000414 01  MASTER-RECORD.
000416     05  MR-KEY.
000418         10  MR-DRAWING-ID   PIC X(8).
000420         10  MR-SEQ-NO       PIC 9(4).
000422     05  MR-SHAPE-TYPE   PIC X(5).
000424     05  MR-X1           PIC 9(3).
000426     05  MR-Y1           PIC 9(3).
000428     05  MR-X2           PIC 9(3).
000430     05  MR-Y2           PIC 9(3).
000432     05  MR-R            PIC 9(3).
000434     05  MR-G            PIC 9(3).
000436     05  MR-B            PIC 9(3).
000438 WORKING-STORAGE SECTION.
000440  77 CL-FILE-STATUS PIC X(2) VALUE "00".
000442  77 SV-FILE-STATUS PIC X(2) VALUE "00".
000444  77 SR-FILE-STATUS PIC X(2) VALUE "00".
000446  77 PL-FILE-STATUS PIC X(2) VALUE "00".
000448  77 MS-FILE-STATUS PIC X(2) VALUE "00".
000450  77 CL-EOF-SW PIC X(1) VALUE "N".
000452      88 CL-AT-EOF VALUE "Y".
000454  77 PL-EOF-SW PIC X(1) VALUE "N".
000456      88 PL-AT-EOF VALUE "Y".
000458  77 MS-EOF-SW PIC X(1) VALUE "N".
000460      88 MS-AT-EOF VALUE "Y".
000462  77 MASTER-SW PIC X(1) VALUE "N".
000464      88 MASTER-OPEN VALUE "Y".
000466  77 HEADER-SW PIC X(1) VALUE "N".
000468      88 HEADER-SEEN VALUE "Y".
000470  77 TRAILER-SW PIC X(1) VALUE "N".
000472      88 TRAILER-SEEN VALUE "Y".
000474  77 BALANCE-SW PIC X(1) VALUE "N".
000476      88 FEED-IN-BALANCE VALUE "Y".
000478  77 GROUP-SW PIC X(1) VALUE "N".
000480      88 GROUP-OPEN VALUE "Y".
000482  77 REJECT-SW PIC X(1) VALUE "N".
000484      88 SHAPE-REJECTED VALUE "Y".
000486  77 EXPORT-DATE PIC 9(8) VALUE 0.
000488  77 DRAWING-ID PIC X(8) VALUE SPACES.
000490  77 SUPPLIER-ID PIC X(8) VALUE "*NOHDR*".
000492  77 FEED-DATE PIC 9(8) VALUE 0.
000494* A CODE RESOLVES TO THE PALETTE VERSION IN EFFECT ON THIS DATE.
000496  77 PALETTE-DATE PIC 9(8) VALUE 0.
000498  77 PAL-COUNT PIC 9(3) COMP VALUE 0.
000500  77 PAL-IDX PIC 9(3) COMP VALUE 0.
000502  77 PAL-HIT PIC 9(3) COMP VALUE 0.
000504  01 PALETTE-TABLE.
000506   05 PAL-ENTRY OCCURS 200 TIMES.
000508    10 PAL-CODE PIC X(8).
000510    10 PAL-EFF-FROM PIC 9(8).
000512    10 PAL-EFF-TO PIC 9(8).
000514    10 PAL-R PIC 9(3).
000516    10 PAL-G PIC 9(3).
000518    10 PAL-B PIC 9(3).
000520* THE VIEWBOX: "0 0 VIEW-WIDTH VIEW-HEIGHT".
000522  77 WIDTH PIC 9(4) VALUE 640.
000524  77 HEIGHT PIC 9(4) VALUE 480.
000526  77 LOGICAL-SPACE PIC 9(4) VALUE 0.
000528  77 VIEW-WIDTH PIC 9(4) VALUE 0.
000530  77 VIEW-HEIGHT PIC 9(4) VALUE 0.
000532  77 VIEW-SOURCE PIC X(24) VALUE SPACES.
000534* THE TRAILER'S CLAIMS AND WHAT WAS READ, BY THE RULE IN
000536* 2200-HASH-RECORD.
000538  77 EXP-REC-COUNT PIC 9(6) VALUE 0.
000540  77 EXP-COORD-HASH PIC 9(9) VALUE 0.
000542  77 EXP-COLOR-HASH PIC 9(9) VALUE 0.
000544  77 FEED-REC-COUNT PIC 9(6) VALUE 0.
000546  77 FEED-COORD-HASH PIC 9(9) VALUE 0.
000548  77 FEED-COLOR-HASH PIC 9(9) VALUE 0.
000550  77 REC-COUNTED PIC 9(1) VALUE 0.
000552  77 REC-COORD PIC 9(5) VALUE 0.
000554  77 REC-COLOR PIC 9(5) VALUE 0.
000556* SHAPES BY TYPE: READ FROM THE FEED OR DRAWING, BROUGHT IN BY
000558* AN INCL, NOT EXPORTED (COLOR CODE NOT ON THE PALETTE), AND
000560* EXPORTED. EXPORTED = READ + INCLUDED - NOT EXPORTED.
000562  01 TYPE-NAME-LIST.
000564   05 FILLER PIC X(5) VALUE "LINE".
000566   05 FILLER PIC X(5) VALUE "RECT".
000568   05 FILLER PIC X(5) VALUE "POINT".
000570   05 FILLER PIC X(5) VALUE "OTHER".
000572  01 TYPE-NAME-TABLE REDEFINES TYPE-NAME-LIST.
000574   05 TYPE-NAME PIC X(5) OCCURS 4 TIMES.
000576  01 TYPE-COUNT-TABLE.
000578   05 TC-ENTRY OCCURS 4 TIMES.
000580    10 TC-READ PIC 9(6).
000582    10 TC-INCLUDED PIC 9(6).
000584    10 TC-REJECTED PIC 9(6).
000586    10 TC-EXPORTED PIC 9(6).
000588  77 TYPE-IDX PIC 9(1) COMP VALUE 0.
000590  77 TYPE-LINE PIC 9(1) COMP VALUE 1.
000592  77 TYPE-RECT PIC 9(1) COMP VALUE 2.
000594  77 TYPE-POINT PIC 9(1) COMP VALUE 3.
000596  77 TYPE-OTHER PIC 9(1) COMP VALUE 4.
000598  77 EXPORTED-TOTAL PIC 9(6) VALUE 0.
000600  77 SVG-RECS-WRITTEN PIC 9(6) VALUE 0.
000602* INCL EXPANSION.
000604  77 INCL-RECS PIC 9(6) VALUE 0.
000606  77 INCL-NOT-FOUND PIC 9(4) VALUE 0.
000608  77 INCL-SHAPES PIC 9(4) VALUE 0.
000610  77 INCL-X-OFFSET PIC 9(3) VALUE 0.
000612  77 INCL-Y-OFFSET PIC 9(3) VALUE 0.
000614  77 INCL-DRAWING-ID PIC X(8) VALUE SPACES.
000616* ONE ENTRY PER SVG GROUP, IN FEED ORDER: THE SCENE ID (THE
000618* DRAWING ID FOR A DRAWING EXPORT, "*TAIL*" FOR SHAPES AFTER
000620* THE LAST SCENE BREAK) AND THE SHAPES EXPORTED INTO IT.
000622* GROUPS PAST THE TABLE ARE STILL WRITTEN, WITHOUT AN ID.
000624  77 SCN-COUNT PIC 9(4) COMP VALUE 0.
000626  77 SCN-IDX PIC 9(4) COMP VALUE 0.
000628  77 SCN-OVERFLOW PIC 9(4) VALUE 0.
000630  77 SCN-NO-ED PIC 9(4) VALUE 0.
000632  77 TAIL-RECS PIC 9(6) VALUE 0.
000634  01 SCENE-TABLE.
000636   05 SCN-ENTRY OCCURS 2000 TIMES.
000638    10 SCN-ID PIC X(8).
000640    10 SCN-SHAPES PIC 9(6).
000642* ONE SHAPE AS MAIN-METHOD WILL DRAW IT, FEED, INCLUDED OR
000644* MASTER. THE COORDINATES GO TO 9(4) FOR AN INCL OFFSET.
000646  77 PS-TYPE PIC X(5) VALUE SPACES.
000648  77 PS-X1 PIC 9(4) VALUE 0.
000650  77 PS-Y1 PIC 9(4) VALUE 0.
000652  77 PS-X2 PIC 9(4) VALUE 0.
000654  77 PS-Y2 PIC 9(4) VALUE 0.
000656  77 PS-R PIC 9(3) VALUE 0.
000658  77 PS-G PIC 9(3) VALUE 0.
000660  77 PS-B PIC 9(3) VALUE 0.
000662* NUMBERS GO INTO THE SVG WITHOUT LEADING ZEROS OR SPACES:
000664* 6900-EDIT-NUMBER LEAVES EDIT-IN LEFT-JUSTIFIED IN EDIT-OUT.
000666  77 EDIT-IN PIC 9(4) VALUE 0.
000668  77 EDIT-Z PIC ZZZ9.
000670  77 EDIT-LEAD PIC 9(2) COMP VALUE 0.
000672  77 EDIT-OUT PIC X(4) VALUE SPACES.
000674  77 SV-X1 PIC X(4) VALUE SPACES.
000676  77 SV-Y1 PIC X(4) VALUE SPACES.
000678  77 SV-X2 PIC X(4) VALUE SPACES.
000680  77 SV-Y2 PIC X(4) VALUE SPACES.
000682  77 SV-R PIC X(4) VALUE SPACES.
000684  77 SV-G PIC X(4) VALUE SPACES.
000686  77 SV-B PIC X(4) VALUE SPACES.
000688  77 SV-GROUP-ID PIC X(24) VALUE SPACES.
000690  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000692  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000694  77 PARM-KEY PIC X(10) VALUE SPACES.
000696  77 PARM-VAL PIC X(20) VALUE SPACES.
000698  01 PARM-TABLE.
000700   05 PARM-ENTRY PIC X(30) OCCURS 5 TIMES.
000702 PROCEDURE DIVISION.
000704 0000-MAINLINE.
000706      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000708      IF DRAWING-ID NOT = SPACES
000710          PERFORM 3000-EXPORT-DRAWING
000712              THRU 3000-EXPORT-DRAWING-EXIT
000714      ELSE
000716          PERFORM 2000-SCAN-FEED THRU 2000-SCAN-FEED-EXIT
000718          PERFORM 4000-EXPORT-FEED THRU 4000-EXPORT-FEED-EXIT
000720      END-IF.
000722      PERFORM 8000-CONTROL-REPORT THRU 8000-CONTROL-REPORT-EXIT.
000724      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000726      GOBACK.
000728
000730******************************************************************
000732* 1000-INITIALIZE -- TAKE THE PARM, OPEN THE SVG AND THE REPORT
000734*   AND THE SHAPE MASTER. A FEED EXPORT ALSO OPENS SHAPECLN AND
000736*   LOADS THE PALETTE; A DRAWING EXPORT NEEDS THE MASTER ITSELF.
000738******************************************************************
000740 1000-INITIALIZE.
000742      ACCEPT EXPORT-DATE FROM DATE YYYYMMDD.
000744      MOVE EXPORT-DATE TO PALETTE-DATE.
000746      MOVE ZEROS TO TYPE-COUNT-TABLE.
000748      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000750      IF CONFIG-PARM NOT = SPACES
000752          UNSTRING CONFIG-PARM DELIMITED BY ","
000754              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000756                   PARM-ENTRY(4) PARM-ENTRY(5)
000758          PERFORM 1050-PARSE-PARM-FIELD
000760              THRU 1050-PARSE-PARM-FIELD-EXIT
000762              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
000764      END-IF.
000766      OPEN OUTPUT SVG-REPORT-FILE.
000768      IF SR-FILE-STATUS NOT = "00"
000770          DISPLAY "1000-INITIALIZE: SVGRPT OPEN FAILED, "
000772                  "STATUS=" SR-FILE-STATUS
000774          MOVE 36 TO RETURN-CODE
000776          STOP RUN
000778      END-IF.
000780      OPEN OUTPUT SVG-FILE.
000782      IF SV-FILE-STATUS NOT = "00"
000784          DISPLAY "1000-INITIALIZE: SVGOUT OPEN FAILED, "
000786                  "STATUS=" SV-FILE-STATUS
000788          MOVE 36 TO RETURN-CODE
000790          STOP RUN
000792      END-IF.
000794      MOVE SPACES TO SVG-REPORT-RECORD.
000796      STRING "SVG EXPORT - " EXPORT-DATE
000798          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
000800      WRITE SVG-REPORT-RECORD.
000802      PERFORM 1600-OPEN-SHAPE-MASTER
000804          THRU 1600-OPEN-SHAPE-MASTER-EXIT.
000806      IF DRAWING-ID NOT = SPACES
000808          GO TO 1000-INITIALIZE-EXIT
000810      END-IF.
000812      OPEN INPUT CLEAN-FILE.
000814      IF CL-FILE-STATUS NOT = "00"
000816          DISPLAY "1000-INITIALIZE: SHAPECLN OPEN FAILED, "
000818                  "STATUS=" CL-FILE-STATUS
000820          MOVE 32 TO RETURN-CODE
000822          STOP RUN
000824      END-IF.
000826      PERFORM 1400-LOAD-PALETTE THRU 1400-LOAD-PALETTE-EXIT.
000828 1000-INITIALIZE-EXIT.
000830      EXIT.
000832
000834 1050-PARSE-PARM-FIELD.
000836      IF PARM-ENTRY(PARM-IDX) = SPACES
000838          GO TO 1050-PARSE-PARM-FIELD-EXIT
000840      END-IF.
000842      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000844          INTO PARM-KEY PARM-VAL.
000846      EVALUATE PARM-KEY
000848          WHEN "DRAWING"
000850              IF PARM-VAL = SPACES OR PARM-VAL (9:) NOT = SPACES
000852                  DISPLAY "1050-PARSE-PARM-FIELD: DRAWING= EMPTY "
000854                          "OR OVER 8 CHARACTERS"
000856                  MOVE 16 TO RETURN-CODE
000858                  STOP RUN
000860              END-IF
000862              MOVE PARM-VAL (1:8) TO DRAWING-ID
000864          WHEN "LOGICAL"
000866              COMPUTE LOGICAL-SPACE =
000868                  FUNCTION NUMVAL(PARM-VAL)
000870                  ON SIZE ERROR
000872                      DISPLAY "1050-PARSE-PARM-FIELD: "
000874                              "LOGICAL= TOO LARGE"
000876                      MOVE 16 TO RETURN-CODE
000878                      STOP RUN
000880              END-COMPUTE
000882          WHEN "WIDTH"
000884              COMPUTE WIDTH = FUNCTION NUMVAL(PARM-VAL)
000886                  ON SIZE ERROR
000888                      DISPLAY "1050-PARSE-PARM-FIELD: WIDTH= "
000890                              "TOO LARGE"
000892                      MOVE 16 TO RETURN-CODE
000894                      STOP RUN
000896              END-COMPUTE
000898          WHEN "HEIGHT"
000900              COMPUTE HEIGHT = FUNCTION NUMVAL(PARM-VAL)
000902                  ON SIZE ERROR
000904                      DISPLAY "1050-PARSE-PARM-FIELD: HEIGHT= "
000906                              "TOO LARGE"
000908                      MOVE 16 TO RETURN-CODE
000910                      STOP RUN
000912              END-COMPUTE
000914          WHEN OTHER
000916              DISPLAY "1050-PARSE-PARM-FIELD: UNKNOWN KEYWORD "
000918                      PARM-KEY
000920              MOVE 16 TO RETURN-CODE
000922              STOP RUN
000924      END-EVALUATE.
000926      IF WIDTH = 0 OR HEIGHT = 0
000928          DISPLAY "1050-PARSE-PARM-FIELD: WIDTH= AND HEIGHT= "
000930                  "MUST NOT BE ZERO"
000932          MOVE 16 TO RETURN-CODE
000934          STOP RUN
000936      END-IF.
000938 1050-PARSE-PARM-FIELD-EXIT.
000940      EXIT.
000942
000944******************************************************************
000946* 1400-LOAD-PALETTE -- EVERY VERSION ON THE PALETTE MASTER, AS
000948*   SHAPEEDIT LOADS IT. WITH NO PALETTE NO SYMBOLIC CODE
000950*   RESOLVES, AND SUCH SHAPES ARE NOT EXPORTED.
000952******************************************************************
000954 1400-LOAD-PALETTE.
000956      OPEN INPUT PALETTE-FILE.
000958      IF PL-FILE-STATUS = "35"
000960          DISPLAY "1400-LOAD-PALETTE: NO PALETTE FILE, SYMBOLIC "
000962                  "COLOR CODES WILL NOT BE EXPORTED"
000964          GO TO 1400-LOAD-PALETTE-EXIT
000966      END-IF.
000968      IF PL-FILE-STATUS NOT = "00"
000970          DISPLAY "1400-LOAD-PALETTE: PALETTE OPEN FAILED, "
000972                  "STATUS=" PL-FILE-STATUS
000974          MOVE 32 TO RETURN-CODE
000976          STOP RUN
000978      END-IF.
000980      PERFORM 1410-LOAD-ONE-COLOR
000982          THRU 1410-LOAD-ONE-COLOR-EXIT
000984          UNTIL PL-AT-EOF.
000986      CLOSE PALETTE-FILE.
000988 1400-LOAD-PALETTE-EXIT.
000990      EXIT.
000992
000994 1410-LOAD-ONE-COLOR.
000996      READ PALETTE-FILE INTO PALETTE-RECORD
000998          AT END
001000              SET PL-AT-EOF TO TRUE
001002              GO TO 1410-LOAD-ONE-COLOR-EXIT
001004      END-READ.
001006      IF PR-R NOT NUMERIC OR PR-G NOT NUMERIC OR
001008         PR-B NOT NUMERIC OR
001010         PR-EFF-FROM NOT NUMERIC OR PR-EFF-TO NOT NUMERIC
001012          GO TO 1410-LOAD-ONE-COLOR-EXIT
001014      END-IF.
001016      IF PAL-COUNT >= 200
001018          DISPLAY "1410-LOAD-ONE-COLOR: PALETTE TABLE FULL, "
001020                  PR-CODE " AND LATER ENTRIES SKIPPED"
001022          SET PL-AT-EOF TO TRUE
001024          GO TO 1410-LOAD-ONE-COLOR-EXIT
001026      END-IF.
001028      ADD 1 TO PAL-COUNT.
001030      MOVE PR-CODE TO PAL-CODE (PAL-COUNT).
001032      MOVE PR-EFF-FROM TO PAL-EFF-FROM (PAL-COUNT).
001034      MOVE PR-EFF-TO TO PAL-EFF-TO (PAL-COUNT).
001036      MOVE PR-R TO PAL-R (PAL-COUNT).
001038      MOVE PR-G TO PAL-G (PAL-COUNT).
001040      MOVE PR-B TO PAL-B (PAL-COUNT).
001042 1410-LOAD-ONE-COLOR-EXIT.
001044      EXIT.
001046
001048* A DRAWING EXPORT CANNOT RUN WITHOUT THE MASTER; A FEED EXPORT
001050* CAN, BUT ITS INCL RECORDS THEN BRING IN NOTHING.
001052 1600-OPEN-SHAPE-MASTER.
001054      OPEN INPUT SHAPE-MASTER.
001056      IF MS-FILE-STATUS = "35" AND DRAWING-ID = SPACES
001058          DISPLAY "1600-OPEN-SHAPE-MASTER: NO SHAPE MASTER, "
001060                  "INCL RECORDS CANNOT BE EXPORTED"
001062          GO TO 1600-OPEN-SHAPE-MASTER-EXIT
001064      END-IF.
001066      IF MS-FILE-STATUS NOT = "00"
001068          DISPLAY "1600-OPEN-SHAPE-MASTER: SHAPE MASTER OPEN "
001070                  "FAILED, STATUS=" MS-FILE-STATUS
001072          MOVE 32 TO RETURN-CODE
001074          STOP RUN
001076      END-IF.
001078      SET MASTER-OPEN TO TRUE.
001080 1600-OPEN-SHAPE-MASTER-EXIT.
001082      EXIT.
001084
001086******************************************************************
001088* 2000-SCAN-FEED -- PASS ONE OF SHAPECLN: TAKE THE HEADER AND
001090*   THE TRAILER'S CLAIMS, COUNT AND HASH THE RECORDS, AND LIST
001092*   THE SCENE IDS SO EACH GROUP CAN BE NAMED WHEN IT IS OPENED
001094*   IN PASS TWO. THE FEED IS IN BALANCE WHEN THE TRAILER'S
001096*   COUNT AND BOTH HASHES AGREE WITH WHAT WAS READ.
001098******************************************************************
001100 2000-SCAN-FEED.
001102      PERFORM 2100-SCAN-ONE-RECORD THRU 2100-SCAN-ONE-RECORD-EXIT
001104          UNTIL CL-AT-EOF.
001106      CLOSE CLEAN-FILE.
001108*     SHAPES AFTER THE LAST SCENE BREAK ARE CAPTURED AS ONE MORE
001110*     FRAME AT END OF RUN, SO THEY ARE A GROUP OF THEIR OWN.
001112      IF TAIL-RECS > 0
001114          MOVE "*TAIL*" TO SB-SCENE-ID
001116          PERFORM 2300-ADD-SCENE THRU 2300-ADD-SCENE-EXIT
001118      END-IF.
001120      IF TRAILER-SEEN AND
001122         FEED-REC-COUNT = EXP-REC-COUNT AND
001124         FEED-COORD-HASH = EXP-COORD-HASH AND
001126         FEED-COLOR-HASH = EXP-COLOR-HASH
001128          SET FEED-IN-BALANCE TO TRUE
001130      END-IF.
001132      PERFORM 2500-SET-VIEWBOX THRU 2500-SET-VIEWBOX-EXIT.
001134 2000-SCAN-FEED-EXIT.
001136      EXIT.
001138
001140 2100-SCAN-ONE-RECORD.
001142      READ CLEAN-FILE
001144          AT END
001146              SET CL-AT-EOF TO TRUE
001148              GO TO 2100-SCAN-ONE-RECORD-EXIT
001150      END-READ.
001152      EVALUATE LR-SHAPE-TYPE
001154          WHEN "HDR"
001156              IF HR-SUPPLIER-ID NOT = SPACES
001158                  MOVE HR-SUPPLIER-ID TO SUPPLIER-ID
001160              END-IF
001162              IF HR-FEED-DATE NUMERIC AND HR-FEED-DATE > 0
001164                  MOVE HR-FEED-DATE TO FEED-DATE
001166                  MOVE HR-FEED-DATE TO PALETTE-DATE
001168              END-IF
001170              IF HR-LOGICAL-SPACE NUMERIC AND HR-LOGICAL-SPACE > 0
001172                  MOVE HR-LOGICAL-SPACE TO LOGICAL-SPACE
001174                  MOVE "HDR LOGICAL SPACE" TO VIEW-SOURCE
001176              END-IF
001178              SET HEADER-SEEN TO TRUE
001180          WHEN "TRL"
001182              MOVE TR-REC-COUNT TO EXP-REC-COUNT
001184              MOVE TR-COORD-HASH TO EXP-COORD-HASH
001186              MOVE TR-COLOR-HASH TO EXP-COLOR-HASH
001188              SET TRAILER-SEEN TO TRUE
001190              SET CL-AT-EOF TO TRUE
001192          WHEN "SCENE"
001194              PERFORM 2300-ADD-SCENE THRU 2300-ADD-SCENE-EXIT
001196              MOVE 0 TO TAIL-RECS
001198          WHEN OTHER
001200              ADD 1 TO TAIL-RECS
001202              PERFORM 2200-HASH-RECORD THRU 2200-HASH-RECORD-EXIT
001204      END-EVALUATE.
001206 2100-SCAN-ONE-RECORD-EXIT.
001208      EXIT.
001210
001212******************************************************************
001214* 2200-HASH-RECORD -- THE RECORD'S SHARE OF THE TRAILER TOTALS,
001216*   BY THE SAME RULE MAIN-METHOD, SHAPEEDIT AND FEEDMRG APPLY: A
001218*   SHAPE COUNTS ONE, ITS FOUR COORDINATES GO IN THE COORDINATE
001220*   HASH AND A NUMERIC R/G/B IN THE COLOR HASH; AN INCL COUNTS
001222*   ONE AND ONLY ITS TWO OFFSETS ARE HASHED.
001224******************************************************************
001226 2200-HASH-RECORD.
001228      MOVE 1 TO REC-COUNTED.
001230      MOVE 0 TO REC-COORD REC-COLOR.
001232      IF LR-SHAPE-TYPE = "INCL"
001234          IF IR-X-OFFSET NUMERIC AND IR-Y-OFFSET NUMERIC
001236              ADD IR-X-OFFSET IR-Y-OFFSET TO REC-COORD
001238          END-IF
001240      ELSE
001242          IF LR-X1 NUMERIC AND LR-Y1 NUMERIC AND
001244             LR-X2 NUMERIC AND LR-Y2 NUMERIC
001246              ADD LR-X1 LR-Y1 LR-X2 LR-Y2 TO REC-COORD
001248          END-IF
001250          IF LR-COLOR-FIELDS NUMERIC
001252              ADD LR-R LR-G LR-B TO REC-COLOR
001254          END-IF
001256      END-IF.
001258      ADD REC-COUNTED TO FEED-REC-COUNT.
001260      ADD REC-COORD TO FEED-COORD-HASH
001262          ON SIZE ERROR
001264              DISPLAY "2200-HASH-RECORD: COORD HASH OVERFLOW"
001266      END-ADD.
001268      ADD REC-COLOR TO FEED-COLOR-HASH
001270          ON SIZE ERROR
001272              DISPLAY "2200-HASH-RECORD: COLOR HASH OVERFLOW"
001274      END-ADD.
001276 2200-HASH-RECORD-EXIT.
001278      EXIT.
001280
001282 2300-ADD-SCENE.
001284      IF SCN-COUNT >= 2000
001286          ADD 1 TO SCN-OVERFLOW
001288          GO TO 2300-ADD-SCENE-EXIT
001290      END-IF.
001292      ADD 1 TO SCN-COUNT.
001294      MOVE SB-SCENE-ID TO SCN-ID (SCN-COUNT).
001296      MOVE 0 TO SCN-SHAPES (SCN-COUNT).
001298 2300-ADD-SCENE-EXIT.
001300      EXIT.
001302
001304******************************************************************
001306* 2500-SET-VIEWBOX -- THE SPACE THE SHAPES WERE AUTHORED IN: THE
001308*   HEADER'S LOGICAL SPACE (ALREADY TAKEN), ELSE THE LOGICAL=
001310*   PARM, ELSE THE CANVAS ITSELF, WHERE A COORDINATE IS A PIXEL.
001312******************************************************************
001314 2500-SET-VIEWBOX.
001316      IF LOGICAL-SPACE > 0
001318          MOVE LOGICAL-SPACE TO VIEW-WIDTH
001320          MOVE LOGICAL-SPACE TO VIEW-HEIGHT
001322          IF VIEW-SOURCE = SPACES
001324              MOVE "LOGICAL= PARM" TO VIEW-SOURCE
001326          END-IF
001328      ELSE
001330          MOVE WIDTH TO VIEW-WIDTH
001332          MOVE HEIGHT TO VIEW-HEIGHT
001334          MOVE "CANVAS" TO VIEW-SOURCE
001336      END-IF.
001338 2500-SET-VIEWBOX-EXIT.
001340      EXIT.
001342
001344******************************************************************
001346* 3000-EXPORT-DRAWING -- ONE SHAPE MASTER DRAWING AS ONE GROUP.
001348*   A DRAWING NOT ON THE MASTER (OR WITH NO SHAPES) LEAVES
001350*   SVGOUT EMPTY AND ENDS THE STEP WITH CODE 8.
001352******************************************************************
001354 3000-EXPORT-DRAWING.
001356      PERFORM 2500-SET-VIEWBOX THRU 2500-SET-VIEWBOX-EXIT.
001358      MOVE DRAWING-ID TO MR-DRAWING-ID.
001360      MOVE 0 TO MR-SEQ-NO.
001362      START SHAPE-MASTER KEY NOT < MR-KEY
001364          INVALID KEY
001366              SET MS-AT-EOF TO TRUE
001368      END-START.
001370      IF NOT MS-AT-EOF
001372          READ SHAPE-MASTER NEXT RECORD
001374              AT END
001376                  SET MS-AT-EOF TO TRUE
001378          END-READ
001380      END-IF.
001382      IF MS-AT-EOF OR MR-DRAWING-ID NOT = DRAWING-ID
001384          DISPLAY "3000-EXPORT-DRAWING: DRAWING " DRAWING-ID
001386                  " NOT ON SHAPE MASTER OR EMPTY"
001388          MOVE 8 TO RETURN-CODE
001390          GO TO 3000-EXPORT-DRAWING-EXIT
001392      END-IF.
001394      MOVE DRAWING-ID TO SB-SCENE-ID.
001396      PERFORM 2300-ADD-SCENE THRU 2300-ADD-SCENE-EXIT.
001398      MOVE 1 TO SCN-IDX.
001400      PERFORM 5000-OPEN-SVG THRU 5000-OPEN-SVG-EXIT.
001402      PERFORM 5100-OPEN-GROUP THRU 5100-OPEN-GROUP-EXIT.
001404      PERFORM 3100-EXPORT-MASTER-SHAPE
001406          THRU 3100-EXPORT-MASTER-SHAPE-EXIT
001408          UNTIL MS-AT-EOF.
001410      PERFORM 5200-CLOSE-GROUP THRU 5200-CLOSE-GROUP-EXIT.
001412      PERFORM 5300-CLOSE-SVG THRU 5300-CLOSE-SVG-EXIT.
001414 3000-EXPORT-DRAWING-EXIT.
001416      EXIT.
001418
001420* THE RECORD IN HAND IS ALWAYS ONE OF THE DRAWING'S: THE NEXT
001422* ONE IS READ AFTER IT IS EXPORTED.
001424 3100-EXPORT-MASTER-SHAPE.
001426      MOVE MR-SHAPE-TYPE TO PS-TYPE.
001428      MOVE MR-X1 TO PS-X1.
001430      MOVE MR-Y1 TO PS-Y1.
001432      MOVE MR-X2 TO PS-X2.
001434      MOVE MR-Y2 TO PS-Y2.
001436      MOVE MR-R TO PS-R.
001438      MOVE MR-G TO PS-G.
001440      MOVE MR-B TO PS-B.
001442      MOVE "N" TO REJECT-SW.
001444      PERFORM 6000-CLASSIFY-SHAPE THRU 6000-CLASSIFY-SHAPE-EXIT.
001446      ADD 1 TO TC-READ (TYPE-IDX).
001448      PERFORM 6100-WRITE-SHAPE THRU 6100-WRITE-SHAPE-EXIT.
001450      READ SHAPE-MASTER NEXT RECORD
001452          AT END
001454              SET MS-AT-EOF TO TRUE
001456              GO TO 3100-EXPORT-MASTER-SHAPE-EXIT
001458      END-READ.
001460      IF MR-DRAWING-ID NOT = DRAWING-ID
001462          SET MS-AT-EOF TO TRUE
001464      END-IF.
001466 3100-EXPORT-MASTER-SHAPE-EXIT.
001468      EXIT.
001470
001472******************************************************************
001474* 4000-EXPORT-FEED -- PASS TWO OF SHAPECLN: EVERY SCENE BECOMES
001476*   A GROUP. A GROUP IS OPENED BY ITS FIRST SHAPE OR INCL (OR BY
001478*   ITS SCENE RECORD, FOR A SCENE WITH NOTHING IN IT) AND CLOSED
001480*   BY ITS SCENE RECORD OR THE END OF THE FEED.
001482******************************************************************
001484 4000-EXPORT-FEED.
001486      MOVE "N" TO CL-EOF-SW.
001488      OPEN INPUT CLEAN-FILE.
001490      IF CL-FILE-STATUS NOT = "00"
001492          DISPLAY "4000-EXPORT-FEED: SHAPECLN REOPEN FAILED, "
001494                  "STATUS=" CL-FILE-STATUS
001496          MOVE 32 TO RETURN-CODE
001498          STOP RUN
001500      END-IF.
001502      MOVE 1 TO SCN-IDX.
001504      PERFORM 5000-OPEN-SVG THRU 5000-OPEN-SVG-EXIT.
001506      PERFORM 4100-EXPORT-ONE-RECORD
001508          THRU 4100-EXPORT-ONE-RECORD-EXIT
001510          UNTIL CL-AT-EOF.
001512      CLOSE CLEAN-FILE.
001514      IF MASTER-OPEN
001516          CLOSE SHAPE-MASTER
001518          MOVE "N" TO MASTER-SW
001520      END-IF.
001522      IF GROUP-OPEN
001524          PERFORM 5200-CLOSE-GROUP THRU 5200-CLOSE-GROUP-EXIT
001526      END-IF.
001528      PERFORM 5300-CLOSE-SVG THRU 5300-CLOSE-SVG-EXIT.
001530 4000-EXPORT-FEED-EXIT.
001532      EXIT.
001534
001536 4100-EXPORT-ONE-RECORD.
001538      READ CLEAN-FILE
001540          AT END
001542              SET CL-AT-EOF TO TRUE
001544              GO TO 4100-EXPORT-ONE-RECORD-EXIT
001546      END-READ.
001548      EVALUATE LR-SHAPE-TYPE
001550          WHEN "HDR"
001552              CONTINUE
001554          WHEN "TRL"
001556              SET CL-AT-EOF TO TRUE
001558          WHEN "SCENE"
001560              IF NOT GROUP-OPEN
001562                  PERFORM 5100-OPEN-GROUP
001564                      THRU 5100-OPEN-GROUP-EXIT
001566              END-IF
001568              PERFORM 5200-CLOSE-GROUP THRU 5200-CLOSE-GROUP-EXIT
001570              ADD 1 TO SCN-IDX
001572          WHEN "INCL"
001574              IF NOT GROUP-OPEN
001576                  PERFORM 5100-OPEN-GROUP
001578                      THRU 5100-OPEN-GROUP-EXIT
001580              END-IF
001582              PERFORM 4300-EXPAND-INCLUDE
001584                  THRU 4300-EXPAND-INCLUDE-EXIT
001586          WHEN OTHER
001588              IF NOT GROUP-OPEN
001590                  PERFORM 5100-OPEN-GROUP
001592                      THRU 5100-OPEN-GROUP-EXIT
001594              END-IF
001596              PERFORM 4200-TAKE-FEED-SHAPE
001598                  THRU 4200-TAKE-FEED-SHAPE-EXIT
001600      END-EVALUATE.
001602 4100-EXPORT-ONE-RECORD-EXIT.
001604      EXIT.
001606
001608******************************************************************
001610* 4200-TAKE-FEED-SHAPE -- ONE FEED SHAPE RECORD. THREE NUMERIC
001612*   COLOR FIELDS ARE USED AS THEY STAND; OTHERWISE THE COLOR
001614*   BYTES ARE A SYMBOLIC CODE, RESOLVED AS OF THE PALETTE DATE
001616*   AS 2120-RESOLVE-COLOR IN MAIN-METHOD RESOLVES IT. A CODE NOT
001618*   ON THE PALETTE IS NOT EXPORTED.
001620******************************************************************
001622 4200-TAKE-FEED-SHAPE.
001624      MOVE LR-SHAPE-TYPE TO PS-TYPE.
001626      MOVE LR-X1 TO PS-X1.
001628      MOVE LR-Y1 TO PS-Y1.
001630      MOVE LR-X2 TO PS-X2.
001632      MOVE LR-Y2 TO PS-Y2.
001634      MOVE "N" TO REJECT-SW.
001636      IF LR-COLOR-FIELDS NUMERIC
001638          MOVE LR-R TO PS-R
001640          MOVE LR-G TO PS-G
001642          MOVE LR-B TO PS-B
001644      ELSE
001646          MOVE 0 TO PAL-HIT
001648          PERFORM 4250-SEARCH-PALETTE
001650              THRU 4250-SEARCH-PALETTE-EXIT
001652              VARYING PAL-IDX FROM 1 BY 1
001654              UNTIL PAL-IDX > PAL-COUNT OR PAL-HIT > 0
001656          IF PAL-HIT = 0
001658              DISPLAY "4200-TAKE-FEED-SHAPE: UNKNOWN COLOR CODE '"
001660                      LR-COLOR-CODE "', SHAPE NOT EXPORTED"
001662              SET SHAPE-REJECTED TO TRUE
001664          ELSE
001666              MOVE PAL-R (PAL-HIT) TO PS-R
001668              MOVE PAL-G (PAL-HIT) TO PS-G
001670              MOVE PAL-B (PAL-HIT) TO PS-B
001672          END-IF
001674      END-IF.
001676      PERFORM 6000-CLASSIFY-SHAPE THRU 6000-CLASSIFY-SHAPE-EXIT.
001678      ADD 1 TO TC-READ (TYPE-IDX).
001680      PERFORM 6100-WRITE-SHAPE THRU 6100-WRITE-SHAPE-EXIT.
001682 4200-TAKE-FEED-SHAPE-EXIT.
001684      EXIT.
001686
001688 4250-SEARCH-PALETTE.
001690      IF PAL-CODE (PAL-IDX) = LR-COLOR-CODE AND
001692         PAL-EFF-FROM (PAL-IDX) NOT > PALETTE-DATE AND
001694         PAL-EFF-TO (PAL-IDX) NOT < PALETTE-DATE
001696          MOVE PAL-IDX TO PAL-HIT
001698      END-IF.
001700 4250-SEARCH-PALETTE-EXIT.
001702      EXIT.
001704
001706******************************************************************
001708* 4300-EXPAND-INCLUDE -- AN INCL BRINGS IN EVERY SHAPE OF ITS
001710*   MASTER DRAWING, MOVED BY THE OFFSET THE WAY MAIN-METHOD
001712*   MOVES IT: X1/Y1 ALWAYS, X2/Y2 ONLY FOR A LINE (A RECT'S ARE
001714*   A WIDTH AND HEIGHT). THE SHAPES GO IN A GROUP OF THEIR OWN
001716*   INSIDE THE SCENE'S, AND THE INCL IS LISTED ON THE REPORT
001718*   WITH THE SHAPES IT BROUGHT IN.
001720******************************************************************
001722 4300-EXPAND-INCLUDE.
001724      ADD 1 TO INCL-RECS.
001726      MOVE IR-X-OFFSET TO INCL-X-OFFSET.
001728      MOVE IR-Y-OFFSET TO INCL-Y-OFFSET.
001730      MOVE IR-DRAWING-ID TO INCL-DRAWING-ID.
001732      MOVE 0 TO INCL-SHAPES.
001734      IF INCL-RECS = 1
001736          MOVE SPACES TO SVG-REPORT-RECORD
001738          WRITE SVG-REPORT-RECORD
001740          MOVE "INCLUDED DRAWINGS" TO SVG-REPORT-RECORD
001742          WRITE SVG-REPORT-RECORD
001744      END-IF.
001746      MOVE SPACES TO SVG-RECORD.
001748      STRING "<g class=""INCL " DELIMITED BY SIZE
001750             INCL-DRAWING-ID DELIMITED BY SPACE
001752             """>" DELIMITED BY SIZE
001754          INTO SVG-RECORD.
001756      PERFORM 6950-WRITE-SVG-RECORD
001758          THRU 6950-WRITE-SVG-RECORD-EXIT.
001760      IF MASTER-OPEN
001762          MOVE "N" TO MS-EOF-SW
001764          MOVE INCL-DRAWING-ID TO MR-DRAWING-ID
001766          MOVE 0 TO MR-SEQ-NO
001768          START SHAPE-MASTER KEY NOT < MR-KEY
001770              INVALID KEY
001772                  SET MS-AT-EOF TO TRUE
001774          END-START
001776          PERFORM 4310-TAKE-INCLUDED-SHAPE
001778              THRU 4310-TAKE-INCLUDED-SHAPE-EXIT
001780              UNTIL MS-AT-EOF
001782      END-IF.
001784      MOVE "</g>" TO SVG-RECORD.
001786      PERFORM 6950-WRITE-SVG-RECORD
001788          THRU 6950-WRITE-SVG-RECORD-EXIT.
001790      MOVE SCN-IDX TO SCN-NO-ED.
001792      MOVE SPACES TO SVG-REPORT-RECORD.
001794      IF INCL-SHAPES = 0
001796          ADD 1 TO INCL-NOT-FOUND
001798          STRING "  INCL " INCL-DRAWING-ID " AT " INCL-X-OFFSET
001800                 "," INCL-Y-OFFSET " GROUP " SCN-NO-ED
001802                 " - NOT ON SHAPE MASTER"
001804              DELIMITED BY SIZE INTO SVG-REPORT-RECORD
001806      ELSE
001808          STRING "  INCL " INCL-DRAWING-ID " AT " INCL-X-OFFSET
001810                 "," INCL-Y-OFFSET " GROUP " SCN-NO-ED
001812                 " - " INCL-SHAPES " SHAPES"
001814              DELIMITED BY SIZE INTO SVG-REPORT-RECORD
001816      END-IF.
001818      WRITE SVG-REPORT-RECORD.
001820 4300-EXPAND-INCLUDE-EXIT.
001822      EXIT.
001824
001826 4310-TAKE-INCLUDED-SHAPE.
001828      READ SHAPE-MASTER NEXT RECORD
001830          AT END
001832              SET MS-AT-EOF TO TRUE
001834              GO TO 4310-TAKE-INCLUDED-SHAPE-EXIT
001836      END-READ.
001838      IF MR-DRAWING-ID NOT = INCL-DRAWING-ID
001840          SET MS-AT-EOF TO TRUE
001842          GO TO 4310-TAKE-INCLUDED-SHAPE-EXIT
001844      END-IF.
001846      ADD 1 TO INCL-SHAPES.
001848      MOVE MR-SHAPE-TYPE TO PS-TYPE.
001850      COMPUTE PS-X1 = MR-X1 + INCL-X-OFFSET.
001852      COMPUTE PS-Y1 = MR-Y1 + INCL-Y-OFFSET.
001854      IF MR-SHAPE-TYPE = "LINE" OR MR-SHAPE-TYPE = SPACES
001856          COMPUTE PS-X2 = MR-X2 + INCL-X-OFFSET
001858          COMPUTE PS-Y2 = MR-Y2 + INCL-Y-OFFSET
001860      ELSE
001862          MOVE MR-X2 TO PS-X2
001864          MOVE MR-Y2 TO PS-Y2
001866      END-IF.
001868      MOVE MR-R TO PS-R.
001870      MOVE MR-G TO PS-G.
001872      MOVE MR-B TO PS-B.
001874      MOVE "N" TO REJECT-SW.
001876      PERFORM 6000-CLASSIFY-SHAPE THRU 6000-CLASSIFY-SHAPE-EXIT.
001878      ADD 1 TO TC-INCLUDED (TYPE-IDX).
001880      PERFORM 6100-WRITE-SHAPE THRU 6100-WRITE-SHAPE-EXIT.
001882 4310-TAKE-INCLUDED-SHAPE-EXIT.
001884      EXIT.
001886
001888******************************************************************
001890* 5000-OPEN-SVG -- THE XML DECLARATION, THE ROOT ELEMENT WITH
001892*   THE VIEWBOX, AND A TITLE NAMING WHERE THE SHAPES CAME FROM.
001894******************************************************************
001896 5000-OPEN-SVG.
001898      MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
001900          TO SVG-RECORD.
001902      PERFORM 6950-WRITE-SVG-RECORD
001904          THRU 6950-WRITE-SVG-RECORD-EXIT.
001906      MOVE VIEW-WIDTH TO EDIT-IN.
001908      PERFORM 6900-EDIT-NUMBER THRU 6900-EDIT-NUMBER-EXIT.
001910      MOVE EDIT-OUT TO SV-X2.
001912      MOVE VIEW-HEIGHT TO EDIT-IN.
001914      PERFORM 6900-EDIT-NUMBER THRU 6900-EDIT-NUMBER-EXIT.
001916      MOVE EDIT-OUT TO SV-Y2.
001918      MOVE SPACES TO SVG-RECORD.
001920      STRING "<svg xmlns=""http://www.w3.org/2000/svg"" "
001922                 DELIMITED BY SIZE
001924             "version=""1.1"" viewBox=""0 0 " DELIMITED BY SIZE
001926             SV-X2 DELIMITED BY SPACE
001928             " " DELIMITED BY SIZE
001930             SV-Y2 DELIMITED BY SPACE
001932             """>" DELIMITED BY SIZE
001934          INTO SVG-RECORD.
001936      PERFORM 6950-WRITE-SVG-RECORD
001938          THRU 6950-WRITE-SVG-RECORD-EXIT.
001940      MOVE SPACES TO SVG-RECORD.
001942      IF DRAWING-ID NOT = SPACES
001944          STRING "<title>SHAPE MASTER DRAWING " DRAWING-ID
001946                 "</title>"
001948              DELIMITED BY SIZE INTO SVG-RECORD
001950      ELSE
001952          STRING "<title>SHAPECLN SUPPLIER " SUPPLIER-ID
001954                 " FEED DATE " FEED-DATE "</title>"
001956              DELIMITED BY SIZE INTO SVG-RECORD
001958      END-IF.
001960      PERFORM 6950-WRITE-SVG-RECORD
001962          THRU 6950-WRITE-SVG-RECORD-EXIT.
001964 5000-OPEN-SVG-EXIT.
001966      EXIT.
001968
001970* THE GROUP FOR SCENE SCN-IDX. A GROUP PAST THE SCENE TABLE HAS
001972* NO ID TO GIVE IT.
001974 5100-OPEN-GROUP.
001976      MOVE SPACES TO SV-GROUP-ID.
001978      IF SCN-IDX > SCN-COUNT
001980          MOVE "<g>" TO SVG-RECORD
001982          GO TO 5100-OPEN-GROUP-WRITE
001984      END-IF.
001986      PERFORM 5150-BUILD-GROUP-ID THRU 5150-BUILD-GROUP-ID-EXIT.
001988      MOVE SPACES TO SVG-RECORD.
001990      STRING "<g id=""" DELIMITED BY SIZE
001992             SV-GROUP-ID DELIMITED BY SPACE
001994             """>" DELIMITED BY SIZE
001996          INTO SVG-RECORD.
001998 5100-OPEN-GROUP-WRITE.
002000      PERFORM 6950-WRITE-SVG-RECORD
002002          THRU 6950-WRITE-SVG-RECORD-EXIT.
002004      SET GROUP-OPEN TO TRUE.
002006 5100-OPEN-GROUP-EXIT.
002008      EXIT.
002010
002012* THE ID OF THE GROUP FOR SCENE SCN-IDX, AS WRITTEN TO THE SVG
002014* AND LISTED ON SVGRPT.
002016 5150-BUILD-GROUP-ID.
002018      MOVE SPACES TO SV-GROUP-ID.
002020      MOVE SCN-IDX TO SCN-NO-ED.
002022      EVALUATE TRUE
002024          WHEN DRAWING-ID NOT = SPACES
002026              STRING "drawing-" SCN-ID (SCN-IDX)
002028                  DELIMITED BY SPACE INTO SV-GROUP-ID
002030          WHEN SCN-ID (SCN-IDX) = "*TAIL*"
002032              MOVE "tail" TO SV-GROUP-ID
002034          WHEN OTHER
002036              STRING "scene-" SCN-ID (SCN-IDX) DELIMITED BY SPACE
002038                  "-" SCN-NO-ED DELIMITED BY SIZE
002040                  INTO SV-GROUP-ID
002042      END-EVALUATE.
002044 5150-BUILD-GROUP-ID-EXIT.
002046      EXIT.
002048
002050 5200-CLOSE-GROUP.
002052      MOVE "</g>" TO SVG-RECORD.
002054      PERFORM 6950-WRITE-SVG-RECORD
002056          THRU 6950-WRITE-SVG-RECORD-EXIT.
002058      MOVE "N" TO GROUP-SW.
002060 5200-CLOSE-GROUP-EXIT.
002062      EXIT.
002064
002066 5300-CLOSE-SVG.
002068      MOVE "</svg>" TO SVG-RECORD.
002070      PERFORM 6950-WRITE-SVG-RECORD
002072          THRU 6950-WRITE-SVG-RECORD-EXIT.
002074 5300-CLOSE-SVG-EXIT.
002076      EXIT.
002078
002080* SAME READING OF THE TYPE AS 2200-DISPATCH-SHAPE IN MAIN-METHOD
002082* (ANYTHING BUT RECT OR POINT IS DRAWN AS A LINE), COUNTED AS
002084* SHAPEINV COUNTS IT (A BLANK TYPE IS A LINE, ANYTHING ELSE
002086* UNKNOWN IS OTHER).
002088 6000-CLASSIFY-SHAPE.
002090      EVALUATE PS-TYPE
002092          WHEN "RECT"
002094              MOVE TYPE-RECT TO TYPE-IDX
002096          WHEN "POINT"
002098              MOVE TYPE-POINT TO TYPE-IDX
002100          WHEN "LINE"
002102              MOVE TYPE-LINE TO TYPE-IDX
002104          WHEN SPACES
002106              MOVE TYPE-LINE TO TYPE-IDX
002108          WHEN OTHER
002110              MOVE TYPE-OTHER TO TYPE-IDX
002112      END-EVALUATE.
002114 6000-CLASSIFY-SHAPE-EXIT.
002116      EXIT.
002118
002120******************************************************************
002122* 6100-WRITE-SHAPE -- ONE SHAPE AS ITS SVG ELEMENT, IN THE
002124*   SHAPE'S OWN COLOR:
002126*     LINE  <line x1 y1 x2 y2 stroke>
002128*     RECT  <rect x y width height> OUTLINED, AS
002130*           SDL_RenderDrawRect DRAWS IT
002132*     POINT <rect x y width="1" height="1"> FILLED - ONE UNIT OF
002134*           THE LOGICAL SPACE, AS SDL_RenderDrawPoint SETS ONE
002136*           PIXEL
002138******************************************************************
002140 6100-WRITE-SHAPE.
002142      IF SHAPE-REJECTED
002144          ADD 1 TO TC-REJECTED (TYPE-IDX)
002146          GO TO 6100-WRITE-SHAPE-EXIT
002148      END-IF.
002150      IF PS-R > 255
002152          MOVE 255 TO PS-R
002154      END-IF.
002156      IF PS-G > 255
002158          MOVE 255 TO PS-G
002160      END-IF.
002162      IF PS-B > 255
002164          MOVE 255 TO PS-B
002166      END-IF.
002168      MOVE PS-X1 TO EDIT-IN.
002170      PERFORM 6900-EDIT-NUMBER THRU 6900-EDIT-NUMBER-EXIT.
002172      MOVE EDIT-OUT TO SV-X1.
002174      MOVE PS-Y1 TO EDIT-IN.
002176      PERFORM 6900-EDIT-NUMBER THRU 6900-EDIT-NUMBER-EXIT.
002178      MOVE EDIT-OUT TO SV-Y1.
002180      MOVE PS-X2 TO EDIT-IN.
002182      PERFORM 6900-EDIT-NUMBER THRU 6900-EDIT-NUMBER-EXIT.
002184      MOVE EDIT-OUT TO SV-X2.
002186      MOVE PS-Y2 TO EDIT-IN.
002188      PERFORM 6900-EDIT-NUMBER THRU 6900-EDIT-NUMBER-EXIT.
002190      MOVE EDIT-OUT TO SV-Y2.
002192      MOVE PS-R TO EDIT-IN.
002194      PERFORM 6900-EDIT-NUMBER THRU 6900-EDIT-NUMBER-EXIT.
002196      MOVE EDIT-OUT TO SV-R.
002198      MOVE PS-G TO EDIT-IN.
002200      PERFORM 6900-EDIT-NUMBER THRU 6900-EDIT-NUMBER-EXIT.
002202      MOVE EDIT-OUT TO SV-G.
002204      MOVE PS-B TO EDIT-IN.
002206      PERFORM 6900-EDIT-NUMBER THRU 6900-EDIT-NUMBER-EXIT.
002208      MOVE EDIT-OUT TO SV-B.
002210      MOVE SPACES TO SVG-RECORD.
002212      EVALUATE TYPE-IDX
002214          WHEN TYPE-RECT
002216              STRING "<rect x=""" DELIMITED BY SIZE
002218                     SV-X1 DELIMITED BY SPACE
002220                     """ y=""" DELIMITED BY SIZE
002222                     SV-Y1 DELIMITED BY SPACE
002224                     """ width=""" DELIMITED BY SIZE
002226                     SV-X2 DELIMITED BY SPACE
002228                     """ height=""" DELIMITED BY SIZE
002230                     SV-Y2 DELIMITED BY SPACE
002232                     """ fill=""none"" stroke=""rgb("
002234                         DELIMITED BY SIZE
002236                     SV-R DELIMITED BY SPACE
002238                     "," DELIMITED BY SIZE
002240                     SV-G DELIMITED BY SPACE
002242                     "," DELIMITED BY SIZE
002244                     SV-B DELIMITED BY SPACE
002246                     ")""/>" DELIMITED BY SIZE
002248                  INTO SVG-RECORD
002250          WHEN TYPE-POINT
002252              STRING "<rect x=""" DELIMITED BY SIZE
002254                     SV-X1 DELIMITED BY SPACE
002256                     """ y=""" DELIMITED BY SIZE
002258                     SV-Y1 DELIMITED BY SPACE
002260                     """ width=""1"" height=""1"" fill=""rgb("
002262                         DELIMITED BY SIZE
002264                     SV-R DELIMITED BY SPACE
002266                     "," DELIMITED BY SIZE
002268                     SV-G DELIMITED BY SPACE
002270                     "," DELIMITED BY SIZE
002272                     SV-B DELIMITED BY SPACE
002274                     ")""/>" DELIMITED BY SIZE
002276                  INTO SVG-RECORD
002278          WHEN OTHER
002280              STRING "<line x1=""" DELIMITED BY SIZE
002282                     SV-X1 DELIMITED BY SPACE
002284                     """ y1=""" DELIMITED BY SIZE
002286                     SV-Y1 DELIMITED BY SPACE
002288                     """ x2=""" DELIMITED BY SIZE
002290                     SV-X2 DELIMITED BY SPACE
002292                     """ y2=""" DELIMITED BY SIZE
002294                     SV-Y2 DELIMITED BY SPACE
002296                     """ stroke=""rgb(" DELIMITED BY SIZE
002298                     SV-R DELIMITED BY SPACE
002300                     "," DELIMITED BY SIZE
002302                     SV-G DELIMITED BY SPACE
002304                     "," DELIMITED BY SIZE
002306                     SV-B DELIMITED BY SPACE
002308                     ")""/>" DELIMITED BY SIZE
002310                  INTO SVG-RECORD
002312      END-EVALUATE.
002314      PERFORM 6950-WRITE-SVG-RECORD
002316          THRU 6950-WRITE-SVG-RECORD-EXIT.
002318      ADD 1 TO TC-EXPORTED (TYPE-IDX).
002320      IF SCN-IDX NOT > SCN-COUNT
002322          ADD 1 TO SCN-SHAPES (SCN-IDX)
002324      END-IF.
002326 6100-WRITE-SHAPE-EXIT.
002328      EXIT.
002330
002332 6900-EDIT-NUMBER.
002334      MOVE EDIT-IN TO EDIT-Z.
002336      MOVE 0 TO EDIT-LEAD.
002338      INSPECT EDIT-Z TALLYING EDIT-LEAD FOR LEADING SPACES.
002340      MOVE SPACES TO EDIT-OUT.
002342      MOVE EDIT-Z (EDIT-LEAD + 1:) TO EDIT-OUT.
002344 6900-EDIT-NUMBER-EXIT.
002346      EXIT.
002348
002350 6950-WRITE-SVG-RECORD.
002352      WRITE SVG-RECORD.
002354      IF SV-FILE-STATUS NOT = "00"
002356          DISPLAY "6950-WRITE-SVG-RECORD: SVGOUT WRITE FAILED, "
002358                  "STATUS=" SV-FILE-STATUS
002360          MOVE 36 TO RETURN-CODE
002362          STOP RUN
002364      END-IF.
002366      ADD 1 TO SVG-RECS-WRITTEN.
002368 6950-WRITE-SVG-RECORD-EXIT.
002370      EXIT.
002372
002374******************************************************************
002376* 8000-CONTROL-REPORT -- WHAT WAS EXPORTED: THE SOURCE AND THE
002378*   VIEWBOX, ONE LINE PER GROUP, THE SHAPES BY TYPE AND, FOR A
002380*   FEED, THE TRAILER RECONCILIATION.
002382******************************************************************
002384 8000-CONTROL-REPORT.
002386      MOVE SPACES TO SVG-REPORT-RECORD.
002388      WRITE SVG-REPORT-RECORD.
002390      MOVE SPACES TO SVG-REPORT-RECORD.
002392      IF DRAWING-ID NOT = SPACES
002394          STRING "SOURCE.................. SHAPE MASTER DRAWING "
002396                 DRAWING-ID
002398              DELIMITED BY SIZE INTO SVG-REPORT-RECORD
002400      ELSE
002402          STRING "SOURCE.................. SHAPECLN SUPPLIER "
002404                 SUPPLIER-ID " FEED DATE " FEED-DATE
002406              DELIMITED BY SIZE INTO SVG-REPORT-RECORD
002408      END-IF.
002410      WRITE SVG-REPORT-RECORD.
002412
002414      MOVE SPACES TO SVG-REPORT-RECORD.
002416      STRING "VIEWBOX................. 0 0 " VIEW-WIDTH " "
002418             VIEW-HEIGHT " FROM " VIEW-SOURCE
002420          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002422      WRITE SVG-REPORT-RECORD.
002424
002426      MOVE SPACES TO SVG-REPORT-RECORD.
002428      WRITE SVG-REPORT-RECORD.
002430      MOVE "GROUP ID                   SHAPES"
002432          TO SVG-REPORT-RECORD.
002434      WRITE SVG-REPORT-RECORD.
002436      PERFORM 8100-REPORT-ONE-GROUP
002438          THRU 8100-REPORT-ONE-GROUP-EXIT
002440          VARYING SCN-IDX FROM 1 BY 1 UNTIL SCN-IDX > SCN-COUNT.
002442      IF SCN-OVERFLOW > 0
002444          MOVE SPACES TO SVG-REPORT-RECORD
002446          STRING "  " SCN-OVERFLOW " MORE GROUPS WITHOUT AN ID"
002448              DELIMITED BY SIZE INTO SVG-REPORT-RECORD
002450          WRITE SVG-REPORT-RECORD
002452      END-IF.
002454
002456      MOVE SPACES TO SVG-REPORT-RECORD.
002458      WRITE SVG-REPORT-RECORD.
002460      MOVE "SHAPES BY TYPE           LINE   RECT   POINT  OTHER"
002462          TO SVG-REPORT-RECORD.
002464      WRITE SVG-REPORT-RECORD.
002466      MOVE SPACES TO SVG-REPORT-RECORD.
002468      STRING "READ.................... "
002470             TC-READ (1) " " TC-READ (2) " " TC-READ (3) " "
002472             TC-READ (4)
002474          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002476      WRITE SVG-REPORT-RECORD.
002478      MOVE SPACES TO SVG-REPORT-RECORD.
002480      STRING "INCLUDED BY INCL........ "
002482             TC-INCLUDED (1) " " TC-INCLUDED (2) " "
002484             TC-INCLUDED (3) " " TC-INCLUDED (4)
002486          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002488      WRITE SVG-REPORT-RECORD.
002490      MOVE SPACES TO SVG-REPORT-RECORD.
002492      STRING "NOT EXPORTED - COLOR.... "
002494             TC-REJECTED (1) " " TC-REJECTED (2) " "
002496             TC-REJECTED (3) " " TC-REJECTED (4)
002498          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002500      WRITE SVG-REPORT-RECORD.
002502      MOVE SPACES TO SVG-REPORT-RECORD.
002504      STRING "EXPORTED................ "
002506             TC-EXPORTED (1) " " TC-EXPORTED (2) " "
002508             TC-EXPORTED (3) " " TC-EXPORTED (4)
002510          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002512      WRITE SVG-REPORT-RECORD.
002514      COMPUTE EXPORTED-TOTAL = TC-EXPORTED (1) + TC-EXPORTED (2)
002516                             + TC-EXPORTED (3) + TC-EXPORTED (4).
002518      MOVE SPACES TO SVG-REPORT-RECORD.
002520      STRING "SHAPES EXPORTED......... " EXPORTED-TOTAL
002522          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002524      WRITE SVG-REPORT-RECORD.
002526      MOVE SPACES TO SVG-REPORT-RECORD.
002528      STRING "SVG RECORDS WRITTEN..... " SVG-RECS-WRITTEN
002530          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002532      WRITE SVG-REPORT-RECORD.
002534
002536      IF DRAWING-ID NOT = SPACES
002538          MOVE SPACES TO SVG-REPORT-RECORD
002540          STRING "  READ AGREES WITH THE DRAWING'S LINE/RECT/"
002542                 "POINT/OTHER ON SHINVRPT"
002544              DELIMITED BY SIZE INTO SVG-REPORT-RECORD
002546          WRITE SVG-REPORT-RECORD
002548          GO TO 8000-CONTROL-REPORT-EXIT
002550      END-IF.
002552
002554      MOVE SPACES TO SVG-REPORT-RECORD.
002556      WRITE SVG-REPORT-RECORD.
002558      MOVE "TRAILER RECONCILIATION   TRAILER    READ"
002560          TO SVG-REPORT-RECORD.
002562      WRITE SVG-REPORT-RECORD.
002564      MOVE SPACES TO SVG-REPORT-RECORD.
002566      STRING "RECORD COUNT............ " EXP-REC-COUNT
002568             "     " FEED-REC-COUNT
002570          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002572      WRITE SVG-REPORT-RECORD.
002574      MOVE SPACES TO SVG-REPORT-RECORD.
002576      STRING "  OF WHICH INCL RECORDS.           " INCL-RECS
002578          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002580      WRITE SVG-REPORT-RECORD.
002582      MOVE SPACES TO SVG-REPORT-RECORD.
002584      STRING "COORDINATE HASH......... " EXP-COORD-HASH
002586             "  " FEED-COORD-HASH
002588          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002590      WRITE SVG-REPORT-RECORD.
002592      MOVE SPACES TO SVG-REPORT-RECORD.
002594      STRING "COLOR HASH.............. " EXP-COLOR-HASH
002596             "  " FEED-COLOR-HASH
002598          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002600      WRITE SVG-REPORT-RECORD.
002602      MOVE SPACES TO SVG-REPORT-RECORD.
002604      EVALUATE TRUE
002606          WHEN NOT TRAILER-SEEN
002608              MOVE "FEED BALANCE............ NO TRAILER RECORD"
002610                  TO SVG-REPORT-RECORD
002612          WHEN FEED-IN-BALANCE
002614              MOVE "FEED BALANCE............ IN BALANCE"
002616                  TO SVG-REPORT-RECORD
002618          WHEN OTHER
002620              MOVE "FEED BALANCE............ *** OUT OF BALANCE"
002622                  TO SVG-REPORT-RECORD
002624      END-EVALUATE.
002626      WRITE SVG-REPORT-RECORD.
002628 8000-CONTROL-REPORT-EXIT.
002630      EXIT.
002632
002634 8100-REPORT-ONE-GROUP.
002636      MOVE SPACES TO SVG-REPORT-RECORD.
002638      PERFORM 5150-BUILD-GROUP-ID THRU 5150-BUILD-GROUP-ID-EXIT.
002640      STRING "  " SV-GROUP-ID " " SCN-SHAPES (SCN-IDX)
002642          DELIMITED BY SIZE INTO SVG-REPORT-RECORD.
002644      WRITE SVG-REPORT-RECORD.
002646 8100-REPORT-ONE-GROUP-EXIT.
002648      EXIT.
002650
002652******************************************************************
002654* 9000-TERMINATE -- CLOSE UP AND SET THE STEP CODE: 8 FOR A FEED
002656*   THAT DID NOT RECONCILE (OR A DRAWING NOT FOUND, ALREADY SET),
002658*   4 FOR SHAPES THAT COULD NOT BE EXPORTED, ELSE 0.
002660******************************************************************
002662 9000-TERMINATE.
002664      CLOSE SVG-FILE.
002666      CLOSE SVG-REPORT-FILE.
002668      IF MASTER-OPEN
002670          CLOSE SHAPE-MASTER
002672      END-IF.
002674      IF RETURN-CODE > 0
002676          GO TO 9000-TERMINATE-EXIT
002678      END-IF.
002680      IF DRAWING-ID = SPACES AND NOT FEED-IN-BALANCE
002682          MOVE 8 TO RETURN-CODE
002684          GO TO 9000-TERMINATE-EXIT
002686      END-IF.
002688      IF INCL-NOT-FOUND > 0 OR
002690         TC-REJECTED (1) > 0 OR TC-REJECTED (2) > 0 OR
002692         TC-REJECTED (3) > 0 OR TC-REJECTED (4) > 0
002694          MOVE 4 TO RETURN-CODE
002696      END-IF.
002698 9000-TERMINATE-EXIT.
002700      EXIT.
002702
002704 END PROGRAM SHAPESVG.
