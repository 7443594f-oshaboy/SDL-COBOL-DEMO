000100******************************************************************
000102* AUTHOR:     D. WHITLOCK, APPLICATIONS PROGRAMMING
000104* INSTALLATION: GRAPHICS SYSTEMS GROUP
000106* DATE-WRITTEN: 2026-10-15
000108* DATE-COMPILED:
000110* PURPOSE:    OUTBOUND FRAME DISTRIBUTION. RUNS AFTER MAIN-METHOD
000112*             (AND ARCHAUD) IN THE NIGHTLY STREAM. READS THE
000114*             SUBSCRIPTION FILE SUBSCR - WHICH SUPPLIER, DRAWING
000116*             OR SCENE GOES TO WHICH RECIPIENT - PICKS THE NIGHT'S
000118*             FRAMES FROM THE ARCHCAT CATALOG, AND STAGES A COPY
000120*             OF EVERY SUBSCRIBED FRAME INTO THE RECIPIENT'S OWN
000122*             OUTBOUND DIRECTORY, <OUTDIR>/<RECIPIENT>/. EACH
000124*             RECIPIENT GETS A MANIFEST IN THAT DIRECTORY,
000126*             MANIFEST<DATE>.TXT, ONE LINE PER FRAME SENT: FRAME
000128*             NAME, GENERATION, BYTE SIZE AND CHECKSUM. EVERY
000130*             MANIFEST LINE IS ALSO APPENDED TO DISTLOG, THE
000132*             DISTRIBUTION HISTORY FRMACK RECONCILES THE
000134*             RECIPIENTS' ACKNOWLEDGEMENTS AGAINST - SO WHEN A
000136*             DEPARTMENT SAYS IT NEVER GOT A FRAME, THE ANSWER IS
000138*             ON FILE. A FRAME ALREADY ON DISTLOG FOR A RECIPIENT
000140*             IS NOT SENT AGAIN, SO THE STEP CAN BE RERUN AFTER A
000142*             LATE RENDER WITHOUT DOUBLING ANYONE'S DELIVERY.
000144*
000146*             A FRAME IS MATCHED TO A SUBSCRIPTION BY THE SUPPLIER
000148*             ITS RUN BILLED TO ON ACCTFILE, OR BY THE DRAWING OR
000150*             SCENE ID MAIN-METHOD PUT ON THE END OF THE FRAME
000152*             NAME (FRAME<DATE>-<RUNID>-G<GEN>-<ID>.BMP). FRAMES
000154*             FROM A RUN THAT ENDED OVER MAXRC ARE HELD BACK.
000156*
000158*             THE CHECKSUM IS THE SUM OF THE FRAME FILE TAKEN AS
000160*             UNSIGNED 32-BIT LITTLE-ENDIAN WORDS (A SHORT LAST
000162*             WORD PADDED WITH ZERO BYTES), MODULO 2**32 - SIMPLE
000164*             ENOUGH FOR A RECIPIENT TO REPRODUCE ON RECEIPT.
000166*
000168* SUBSCRIPTION LAYOUT (SUBSCR), ONE RECORD PER SUBSCRIPTION:
000170*   SB-RECIPIENT   X(8)   RECIPIENT ID - ALSO ITS DIRECTORY NAME
000172*   SB-MATCH-TYPE  X(1)   S = SUPPLIER ID (AS BILLED ON ACCTFILE)
000174*                         D = DRAWING ID  C = SCENE ID
000176*                         ON A RUN BILLED TO MERGED (THE NIGHTLY
000178*                         FEEDMRG FEED) AN S ALSO MATCHES THE
000180*                         FRAME'S SCENE ID: FEEDMRG CLOSES EACH
000182*                         SUPPLIER'S WORK WITH A SCENE BREAK
000184*                         NAMED AFTER THE SUPPLIER.
000186*   SB-MATCH-VALUE X(8)   THE ID TO MATCH
000188*   COLUMNS ARE SEPARATED BY ONE SPACE; A RECORD STARTING "*"
000190*   IS A COMMENT.
000192*
000194* PARM (KEYWORD=VALUE, COMMA SEPARATED; ALL OPTIONAL):
000196*   DATE=YYYYMMDD  RUN DATE OF THE FRAMES TO SEND (DEFAULT TODAY)
000198*   OUTDIR=        ROOT OF THE OUTBOUND AREA (DEFAULT OUTBOUND)
000200*   MAXRC=         HIGHEST MAIN-METHOD RETURN CODE WHOSE FRAMES
000202*                  GO OUT (DEFAULT 4)
000204*
000206* STEP CONDITION CODES:
000208*   0  EVERY SUBSCRIBED FRAME WAS STAGED
000210*   4  A SUBSCRIBED FRAME WAS HELD, MISSING OR MALFORMED, OR THE
000212*      CATALOG HELD NO FRAMES FOR THE DATE
000214*   8  NO SUBSCRIPTIONS ON FILE - NOTHING WAS SENT
000216*   16 BAD PARM
000218*   32/36  OPEN/WRITE FAILURES
000220*
000222* MODIFICATION HISTORY
000224* DATE       INIT  DESCRIPTION
000226* ---------- ----  ---------------------------------------------
000228* 2026-10-15 DW    ORIGINAL OUTBOUND FRAME DISTRIBUTION.
000230* 2026-10-15 DW    ARCHCAT CARRIES THE RUN GROUP OF A SPLIT FEED
000232*                  (AC-RUN-GROUP, APPENDED; BLANK ON OLDER
000234*                  ENTRIES).
000236* 2026-10-15 DW    SUPPLIER SUBSCRIPTIONS ALSO MATCH THE SCENE ID
000238*                  OF A FRAME FROM A MERGED RUN, SO THEY ROUTE
000240*                  THE NIGHTLY FEEDMRG OUTPUT.
000242* Tectonics: cobc
000244******************************************************************
000246 IDENTIFICATION DIVISION.
000248 PROGRAM-ID. FRMDIST.
000250 ENVIRONMENT DIVISION.
000252 INPUT-OUTPUT SECTION.
000254 FILE-CONTROL.
000256     SELECT SUBSCRIPTION-FILE ASSIGN TO "SUBSCR"
000258         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS SB-FILE-STATUS.
000262     SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
000264         ORGANIZATION IS LINE SEQUENTIAL
000266         FILE STATUS IS AC-FILE-STATUS.
000268     SELECT ACCOUNTING-FILE ASSIGN TO "ACCTFILE"
000270         ORGANIZATION IS LINE SEQUENTIAL
000272         FILE STATUS IS AF-FILE-STATUS.
000274     SELECT FRAME-FILE ASSIGN TO FRAME-DS-NAME
000276         ORGANIZATION IS SEQUENTIAL
000278         FILE STATUS IS FF-FILE-STATUS.
000280     SELECT STAGE-FILE ASSIGN TO STAGE-DS-NAME
000282         ORGANIZATION IS SEQUENTIAL
000284         FILE STATUS IS SF-FILE-STATUS.
000286     SELECT MANIFEST-FILE ASSIGN TO MANIFEST-DS-NAME
000288         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS MF-FILE-STATUS.
000292     SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG"
000294         ORGANIZATION IS LINE SEQUENTIAL
000296         FILE STATUS IS DL-FILE-STATUS.
000298     SELECT DIST-REPORT-FILE ASSIGN TO "DISTRPT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000302         FILE STATUS IS DR-FILE-STATUS.
000304 DATA DIVISION.
000306 FILE SECTION.
000308 FD  SUBSCRIPTION-FILE.
000310 01  SUBSCRIPTION-RECORD.
000312     05  SB-RECIPIENT    PIC X(8).
000314     05  FILLER          PIC X(1).
000316     05  SB-MATCH-TYPE   PIC X(1).
000318     05  FILLER          PIC X(1).
000320     05  SB-MATCH-VALUE  PIC X(8).
000322* CATALOG-RECORD MIRRORS THE LAYOUT 9500-WRITE-CATALOG IN
000324* MAIN-METHOD APPENDS AND ARCHMNT MANAGES - KEEP THEM IN STEP.
000326 FD  ARCHIVE-CATALOG-FILE.
000328 01  CATALOG-RECORD.
000330     05  AC-RUN-ID       PIC X(8).
000332     05  FILLER          PIC X(1).
000334     05  AC-RUN-DATE     PIC 9(8).
000336     05  FILLER          PIC X(1).
000338     05  AC-RUN-TIME     PIC 9(8).
000340     05  FILLER          PIC X(1).
000342     05  AC-GENERATION   PIC 9(5).
000344     05  FILLER          PIC X(1).
000346     05  AC-FRAME-NAME   PIC X(44).
000348     05  FILLER          PIC X(1).
000350     05  AC-ITER-COUNT   PIC 9(4).
000352     05  FILLER          PIC X(1).
000354     05  AC-RETURN-CODE  PIC 9(4).
000356     05  FILLER          PIC X(1).
000358     05  AC-RUN-GROUP    PIC X(8).
000360* ACCOUNTING-RECORD MIRRORS 9600-WRITE-ACCOUNTING IN MAIN-METHOD
000362* (AND ACCTRPT). ONLY THE RUN KEY AND THE SUPPLIER ARE USED HERE.
000364 FD  ACCOUNTING-FILE.
000366 01  ACCOUNTING-RECORD.
000368     05  AR-SUPPLIER-ID  PIC X(8).
000370     05  FILLER          PIC X(1).
000372     05  AR-RUN-ID       PIC X(8).
000374     05  FILLER          PIC X(1).
000376     05  AR-RUN-DATE     PIC 9(8).
000378     05  FILLER          PIC X(1).
000380     05  AR-RUN-TIME     PIC 9(8).
000382     05  FILLER          PIC X(44).
000384* THE FRAME AND STAGED-COPY FDS MIRROR FRAME-FILE IN MAIN-METHOD:
000386* ONE VARYING RECORD, 54-BYTE BMP HEADER PLUS PIXELS. THE COPY IS
000388* WRITTEN BYTE FOR BYTE AT THE LENGTH THE ORIGINAL WAS READ AT.
000390 FD  FRAME-FILE
000392     RECORD IS VARYING IN SIZE FROM 54 TO 4000054
000394     CHARACTERS DEPENDING ON FF-REC-LEN.
000396 01  FRAME-RECORD.
000398     05  FR-HEADER       PIC X(54).
000400     05  FR-PIXELS       PIC X(4000000).
000402 FD  STAGE-FILE
000404     RECORD IS VARYING IN SIZE FROM 54 TO 4000054
000406     CHARACTERS DEPENDING ON SF-REC-LEN.
000408 01  STAGE-RECORD.
000410     05  SR-HEADER       PIC X(54).
000412     05  SR-PIXELS       PIC X(4000000).
000414* MANIFEST-RECORD AND DIST-LOG-RECORD ARE THE SAME LINE: THE
000416* RECIPIENT'S MANIFEST AND OUR OWN HISTORY MUST AGREE. FRMACK
000418* KEEPS ITS OWN COPY OF THE DISTLOG LAYOUT - KEEP THEM IN STEP.
000420 FD  MANIFEST-FILE.
000422 01  MANIFEST-RECORD.
000424     05  MF-RECIPIENT    PIC X(8).
000426     05  FILLER          PIC X(1).
000428     05  MF-DIST-DATE    PIC 9(8).
000430     05  FILLER          PIC X(1).
000432     05  MF-FRAME-NAME   PIC X(44).
000434     05  FILLER          PIC X(1).
000436     05  MF-GENERATION   PIC 9(5).
000438     05  FILLER          PIC X(1).
000440     05  MF-BYTE-SIZE    PIC 9(9).
000442     05  FILLER          PIC X(1).
000444     05  MF-CHECKSUM     PIC 9(10).
000446 FD  DIST-LOG-FILE.
000448 01  DIST-LOG-RECORD.
000450     05  DL-RECIPIENT    PIC X(8).
000452     05  FILLER          PIC X(1).
000454     05  DL-DIST-DATE    PIC 9(8).
000456     05  FILLER          PIC X(1).
000458     05  DL-FRAME-NAME   PIC X(44).
000460     05  FILLER          PIC X(1).
000462     05  DL-GENERATION   PIC 9(5).
000464     05  FILLER          PIC X(1).
000466     05  DL-BYTE-SIZE    PIC 9(9).
000468     05  FILLER          PIC X(1).
000470     05  DL-CHECKSUM     PIC 9(10).
000472 FD  DIST-REPORT-FILE.
000474 01  DIST-REPORT-RECORD  PIC X(100).
000476 WORKING-STORAGE SECTION.
000478  77 SB-FILE-STATUS PIC X(2) VALUE "00".
000480  77 AC-FILE-STATUS PIC X(2) VALUE "00".
000482  77 AF-FILE-STATUS PIC X(2) VALUE "00".
000484  77 FF-FILE-STATUS PIC X(2) VALUE "00".
000486  77 SF-FILE-STATUS PIC X(2) VALUE "00".
000488  77 MF-FILE-STATUS PIC X(2) VALUE "00".
000490  77 DL-FILE-STATUS PIC X(2) VALUE "00".
000492  77 DR-FILE-STATUS PIC X(2) VALUE "00".
000494  77 SB-EOF-SW PIC X(1) VALUE "N".
000496      88 SB-AT-EOF VALUE "Y".
000498  77 AC-EOF-SW PIC X(1) VALUE "N".
000500      88 AC-AT-EOF VALUE "Y".
000502  77 AF-EOF-SW PIC X(1) VALUE "N".
000504      88 AF-AT-EOF VALUE "Y".
000506  77 DL-EOF-SW PIC X(1) VALUE "N".
000508      88 DL-AT-EOF VALUE "Y".
000510  77 MANIFEST-SW PIC X(1) VALUE "N".
000512      88 MANIFEST-OPEN VALUE "Y".
000514  77 FF-REC-LEN PIC 9(9) COMP-5 VALUE 0.
000516  77 SF-REC-LEN PIC 9(9) COMP-5 VALUE 0.
000518  77 FRAME-DS-NAME PIC X(44) VALUE SPACES.
000520  77 STAGE-DS-NAME PIC X(100) VALUE SPACES.
000522  77 MANIFEST-DS-NAME PIC X(100) VALUE SPACES.
000524  77 OUT-DIR PIC X(40) VALUE "OUTBOUND".
000526  77 DIST-DATE PIC 9(8) VALUE 0.
000528  77 SELECT-DATE PIC 9(8) VALUE 0.
000530  77 SELECT-DATE-X REDEFINES SELECT-DATE PIC X(8).
000532  77 MAX-RUN-RC PIC 9(4) VALUE 4.
000534  77 SUBS-READ PIC 9(4) VALUE 0.
000536  77 SUBS-BAD PIC 9(4) VALUE 0.
000538  77 CAT-ENTRIES-READ PIC 9(6) VALUE 0.
000540  77 FRAMES-TONIGHT PIC 9(4) VALUE 0.
000542  77 FRAMES-OVERFLOW PIC 9(4) VALUE 0.
000544  77 FRAMES-STAGED PIC 9(6) VALUE 0.
000546  77 FRAMES-HELD PIC 9(6) VALUE 0.
000548  77 FRAMES-FAILED PIC 9(6) VALUE 0.
000550  77 FRAMES-ALREADY-SENT PIC 9(6) VALUE 0.
000552  77 BYTES-STAGED PIC 9(12) VALUE 0.
000554  77 RECIPIENTS-SERVED PIC 9(4) VALUE 0.
000556  77 SUB-IDX PIC 9(4) COMP VALUE 0.
000558  77 SUB-HIT PIC 9(4) COMP VALUE 0.
000560  77 SUB-COUNT PIC 9(4) COMP VALUE 0.
000562  77 RCP-IDX PIC 9(4) COMP VALUE 0.
000564  77 RCP-HIT PIC 9(4) COMP VALUE 0.
000566  77 RCP-COUNT PIC 9(4) COMP VALUE 0.
000568  77 FRM-IDX PIC 9(4) COMP VALUE 0.
000570  77 FRM-COUNT PIC 9(4) COMP VALUE 0.
000572  77 ACT-IDX PIC 9(4) COMP VALUE 0.
000574  77 ACT-HIT PIC 9(4) COMP VALUE 0.
000576  77 ACT-COUNT PIC 9(4) COMP VALUE 0.
000578  77 SNT-IDX PIC 9(4) COMP VALUE 0.
000580  77 SNT-HIT PIC 9(4) COMP VALUE 0.
000582  77 SNT-COUNT PIC 9(4) COMP VALUE 0.
000584  77 SNT-FULL-SW PIC X(1) VALUE "N".
000586      88 SNT-TABLE-FULL VALUE "Y".
000588* EVERY SUBSCRIPTION, AND THE DISTINCT RECIPIENTS THEY NAME IN
000590* FILE ORDER - ONE MANIFEST IS OPEN AT A TIME, SO THE STAGING
000592* RUNS RECIPIENT BY RECIPIENT.
000594  01 SUBSCRIPTION-TABLE.
000596   05 SUB-ENTRY OCCURS 200 TIMES.
000598    10 ST-RECIPIENT PIC X(8).
000600    10 ST-MATCH-TYPE PIC X(1).
000602    10 ST-MATCH-VALUE PIC X(8).
000604  01 RECIPIENT-TABLE.
000606   05 RCP-ENTRY OCCURS 50 TIMES.
000608    10 RT-RECIPIENT PIC X(8).
000610    10 RT-FRAMES PIC 9(4).
000612    10 RT-BYTES PIC 9(12).
000614    10 RT-FAILED PIC 9(4).
000616    10 RT-DIR-SW PIC X(1).
000618       88 RT-DIR-READY VALUE "Y".
000620* THE NIGHT'S FRAMES OFF ARCHCAT, WITH THE SUPPLIER THEIR RUN
000622* BILLED TO AND THE DRAWING OR SCENE ID OFF THE FRAME NAME.
000624  01 FRAME-TABLE.
000626   05 FRM-ENTRY OCCURS 100 TIMES.
000628    10 FT-RUN-ID PIC X(8).
000630    10 FT-GENERATION PIC 9(5).
000632    10 FT-FRAME-NAME PIC X(44).
000634    10 FT-RETURN-CODE PIC 9(4).
000636    10 FT-SUPPLIER-ID PIC X(8).
000638    10 FT-SCENE-ID PIC X(8).
000640* THE RUNS OF THE DATE ON ACCTFILE - RUN-ID TO SUPPLIER.
000642  01 ACCOUNT-TABLE.
000644   05 ACT-ENTRY OCCURS 100 TIMES.
000646    10 AT-RUN-ID PIC X(8).
000648    10 AT-SUPPLIER-ID PIC X(8).
000650* WHAT DISTLOG SAYS WAS ALREADY SENT OUT OF THIS DATE'S FRAMES.
000652  01 SENT-TABLE.
000654   05 SNT-ENTRY OCCURS 1000 TIMES.
000656    10 SN-RECIPIENT PIC X(8).
000658    10 SN-FRAME-NAME PIC X(44).
000660* FRAME-NAME PARSE: ...-G<GEN>[-<ID>].BMP
000662  77 PARSE-RUN-PART PIC X(30) VALUE SPACES.
000664  77 PARSE-TAIL PIC X(30) VALUE SPACES.
000666  77 PARSE-GEN PIC X(10) VALUE SPACES.
000668  77 PARSE-ID-PART PIC X(20) VALUE SPACES.
000670* CHECKSUM WORK - SEE PURPOSE ABOVE.
000672  77 CK-SUM PIC 9(18) COMP-5 VALUE 0.
000674  77 CK-QUOT PIC 9(18) COMP-5 VALUE 0.
000676  77 CK-WORDS PIC 9(9) COMP-5 VALUE 0.
000678  77 CK-TAIL PIC 9(9) COMP-5 VALUE 0.
000680  77 CK-IDX PIC 9(9) COMP-5 VALUE 0.
000682  77 CK-OFS PIC 9(9) COMP-5 VALUE 0.
000684  77 CHECKSUM PIC 9(10) VALUE 0.
000686  01 CK-WORD-AREA.
000688   05 CK-WORD-BYTES PIC X(4).
000690   05 CK-WORD-NUM REDEFINES CK-WORD-BYTES PIC 9(9) COMP-5.
000692  77 SHELL-RC PIC S9(9) COMP-5 VALUE 0.
000694  77 MKDIR-COMMAND PIC X(100) VALUE SPACES.
000696  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000698  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000700  77 PARM-KEY PIC X(10) VALUE SPACES.
000702  77 PARM-VAL PIC X(40) VALUE SPACES.
000704  01 PARM-TABLE.
000706   05 PARM-ENTRY PIC X(50) OCCURS 5 TIMES.
000708 PROCEDURE DIVISION.
000710 0000-MAINLINE.
000712      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000714      PERFORM 1100-LOAD-SUBSCRIPTIONS
000716          THRU 1100-LOAD-SUBSCRIPTIONS-EXIT.
000718      PERFORM 1200-LOAD-ACCOUNTING THRU 1200-LOAD-ACCOUNTING-EXIT.
000720      PERFORM 1300-LOAD-CATALOG THRU 1300-LOAD-CATALOG-EXIT.
000722      PERFORM 1400-LOAD-SENT THRU 1400-LOAD-SENT-EXIT.
000724      PERFORM 2000-SERVE-RECIPIENT THRU 2000-SERVE-RECIPIENT-EXIT
000726          VARYING RCP-IDX FROM 1 BY 1 UNTIL RCP-IDX > RCP-COUNT.
000728      PERFORM 8000-DIST-TOTALS THRU 8000-DIST-TOTALS-EXIT.
000730      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000732      GOBACK.
000734
000736******************************************************************
000738* 1000-INITIALIZE -- PICK THE DATE, OUTBOUND ROOT AND RC CEILING
000740*   OFF THE PARM AND OPEN THE REPORT WITH ITS HEADING.
000742******************************************************************
000744 1000-INITIALIZE.
000746      ACCEPT DIST-DATE FROM DATE YYYYMMDD.
000748      MOVE DIST-DATE TO SELECT-DATE.
000750      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000752      IF CONFIG-PARM NOT = SPACES
000754          UNSTRING CONFIG-PARM DELIMITED BY ","
000756              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000758                   PARM-ENTRY(4) PARM-ENTRY(5)
000760          PERFORM 1050-PARSE-PARM-FIELD
000762              THRU 1050-PARSE-PARM-FIELD-EXIT
000764              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
000766      END-IF.
000768      OPEN OUTPUT DIST-REPORT-FILE.
000770      IF DR-FILE-STATUS NOT = "00"
000772          DISPLAY "1000-INITIALIZE: DISTRPT OPEN FAILED, "
000774                  "STATUS=" DR-FILE-STATUS
000776          MOVE 36 TO RETURN-CODE
000778          STOP RUN
000780      END-IF.
000782      MOVE SPACES TO DIST-REPORT-RECORD.
000784      STRING "OUTBOUND FRAME DISTRIBUTION - " DIST-DATE
000786          " FRAMES OF " SELECT-DATE " TO " DELIMITED BY SIZE
000788          OUT-DIR DELIMITED BY SPACE
000790          INTO DIST-REPORT-RECORD.
000792      WRITE DIST-REPORT-RECORD.
000794 1000-INITIALIZE-EXIT.
000796      EXIT.
000798
000800 1050-PARSE-PARM-FIELD.
000802      IF PARM-ENTRY(PARM-IDX) = SPACES
000804          GO TO 1050-PARSE-PARM-FIELD-EXIT
000806      END-IF.
000808      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000810          INTO PARM-KEY PARM-VAL.
000812      EVALUATE PARM-KEY
000814          WHEN "DATE"
000816              IF PARM-VAL (1:8) NOT NUMERIC OR
000818                 PARM-VAL (9:) NOT = SPACES
000820                  DISPLAY "1050-PARSE-PARM-FIELD: DATE= "
000822                          "NOT YYYYMMDD"
000824                  MOVE 16 TO RETURN-CODE
000826                  STOP RUN
000828              END-IF
000830              MOVE PARM-VAL (1:8) TO SELECT-DATE-X
000832          WHEN "OUTDIR"
000834              IF PARM-VAL = SPACES
000836                  DISPLAY "1050-PARSE-PARM-FIELD: OUTDIR= EMPTY"
000838                  MOVE 16 TO RETURN-CODE
000840                  STOP RUN
000842              END-IF
000844              MOVE PARM-VAL TO OUT-DIR
000846          WHEN "MAXRC"
000848              COMPUTE MAX-RUN-RC = FUNCTION NUMVAL(PARM-VAL)
000850                  ON SIZE ERROR
000852                      DISPLAY "1050-PARSE-PARM-FIELD: MAXRC= "
000854                              "TOO LARGE, KEEPING DEFAULT"
000856              END-COMPUTE
000858          WHEN OTHER
000860              DISPLAY "1050-PARSE-PARM-FIELD: UNKNOWN KEYWORD "
000862                      PARM-KEY
000864              MOVE 16 TO RETURN-CODE
000866              STOP RUN
000868      END-EVALUATE.
000870 1050-PARSE-PARM-FIELD-EXIT.
000872      EXIT.
000874
000876******************************************************************
000878* 1100-LOAD-SUBSCRIPTIONS -- HOLD EVERY SUBSCRIPTION AND BUILD
000880*   THE LIST OF DISTINCT RECIPIENTS. WITHOUT A SUBSCRIPTION
000882*   FILE THERE IS NOBODY TO SEND TO - THE STEP ENDS 8.
000884******************************************************************
000886 1100-LOAD-SUBSCRIPTIONS.
000888      OPEN INPUT SUBSCRIPTION-FILE.
000890      IF SB-FILE-STATUS = "35"
000892          DISPLAY "1100-LOAD-SUBSCRIPTIONS: NO SUBSCRIPTION FILE"
000894          MOVE 8 TO RETURN-CODE
000896          STOP RUN
000898      END-IF.
000900      IF SB-FILE-STATUS NOT = "00"
000902          DISPLAY "1100-LOAD-SUBSCRIPTIONS: SUBSCR OPEN FAILED, "
000904                  "STATUS=" SB-FILE-STATUS
000906          MOVE 32 TO RETURN-CODE
000908          STOP RUN
000910      END-IF.
000912      PERFORM 1150-LOAD-ONE-SUBSCRIPTION
000914          THRU 1150-LOAD-ONE-SUBSCRIPTION-EXIT
000916          UNTIL SB-AT-EOF.
000918      CLOSE SUBSCRIPTION-FILE.
000920      IF SUB-COUNT = 0
000922          DISPLAY "1100-LOAD-SUBSCRIPTIONS: NO USABLE "
000924                  "SUBSCRIPTIONS ON SUBSCR"
000926          MOVE 8 TO RETURN-CODE
000928          STOP RUN
000930      END-IF.
000932 1100-LOAD-SUBSCRIPTIONS-EXIT.
000934      EXIT.
000936
000938 1150-LOAD-ONE-SUBSCRIPTION.
000940      READ SUBSCRIPTION-FILE
000942          AT END
000944              SET SB-AT-EOF TO TRUE
000946              GO TO 1150-LOAD-ONE-SUBSCRIPTION-EXIT
000948      END-READ.
000950      IF SUBSCRIPTION-RECORD = SPACES OR
000952         SB-RECIPIENT (1:1) = "*"
000954          GO TO 1150-LOAD-ONE-SUBSCRIPTION-EXIT
000956      END-IF.
000958      ADD 1 TO SUBS-READ.
000960      IF SB-RECIPIENT = SPACES OR SB-MATCH-VALUE = SPACES OR
000962         (SB-MATCH-TYPE NOT = "S" AND SB-MATCH-TYPE NOT = "D"
000964          AND SB-MATCH-TYPE NOT = "C")
000966          DISPLAY "1150-LOAD-ONE-SUBSCRIPTION: BAD SUBSCRIPTION '"
000968                  SUBSCRIPTION-RECORD "' IGNORED"
000970          ADD 1 TO SUBS-BAD
000972          GO TO 1150-LOAD-ONE-SUBSCRIPTION-EXIT
000974      END-IF.
000976      IF SUB-COUNT = 200
000978          DISPLAY "1150-LOAD-ONE-SUBSCRIPTION: SUBSCRIPTION "
000980                  "TABLE FULL, " SB-RECIPIENT " " SB-MATCH-VALUE
000982                  " IGNORED"
000984          ADD 1 TO SUBS-BAD
000986          GO TO 1150-LOAD-ONE-SUBSCRIPTION-EXIT
000988      END-IF.
000990      MOVE 0 TO RCP-HIT.
000992      PERFORM 1160-SEARCH-RECIPIENT
000994          THRU 1160-SEARCH-RECIPIENT-EXIT
000996          VARYING RCP-IDX FROM 1 BY 1
000998          UNTIL RCP-IDX > RCP-COUNT OR RCP-HIT > 0.
001000      IF RCP-HIT = 0
001002          IF RCP-COUNT = 50
001004              DISPLAY "1150-LOAD-ONE-SUBSCRIPTION: RECIPIENT "
001006                      "TABLE FULL, " SB-RECIPIENT " IGNORED"
001008              ADD 1 TO SUBS-BAD
001010              GO TO 1150-LOAD-ONE-SUBSCRIPTION-EXIT
001012          END-IF
001014          ADD 1 TO RCP-COUNT
001016          MOVE SB-RECIPIENT TO RT-RECIPIENT (RCP-COUNT)
001018          MOVE 0 TO RT-FRAMES (RCP-COUNT)
001020          MOVE 0 TO RT-BYTES (RCP-COUNT)
001022          MOVE 0 TO RT-FAILED (RCP-COUNT)
001024          MOVE "N" TO RT-DIR-SW (RCP-COUNT)
001026      END-IF.
001028      ADD 1 TO SUB-COUNT.
001030      MOVE SB-RECIPIENT TO ST-RECIPIENT (SUB-COUNT).
001032      MOVE SB-MATCH-TYPE TO ST-MATCH-TYPE (SUB-COUNT).
001034      MOVE SB-MATCH-VALUE TO ST-MATCH-VALUE (SUB-COUNT).
001036 1150-LOAD-ONE-SUBSCRIPTION-EXIT.
001038      EXIT.
001040
001042 1160-SEARCH-RECIPIENT.
001044      IF RT-RECIPIENT (RCP-IDX) = SB-RECIPIENT
001046          MOVE RCP-IDX TO RCP-HIT
001048      END-IF.
001050 1160-SEARCH-RECIPIENT-EXIT.
001052      EXIT.
001054
001056******************************************************************
001058* 1200-LOAD-ACCOUNTING -- THE RUNS OF THE DATE AND THE SUPPLIER
001060*   EACH BILLED TO. WITHOUT ACCTFILE NO FRAME CAN MATCH A
001062*   SUPPLIER SUBSCRIPTION, BUT DRAWING AND SCENE ONES STILL GO.
001064******************************************************************
001066 1200-LOAD-ACCOUNTING.
001068      OPEN INPUT ACCOUNTING-FILE.
001070      IF AF-FILE-STATUS = "35"
001072          DISPLAY "1200-LOAD-ACCOUNTING: NO ACCTFILE - SUPPLIER "
001074                  "SUBSCRIPTIONS WILL MATCH NOTHING"
001076          GO TO 1200-LOAD-ACCOUNTING-EXIT
001078      END-IF.
001080      IF AF-FILE-STATUS NOT = "00"
001082          DISPLAY "1200-LOAD-ACCOUNTING: ACCTFILE OPEN FAILED, "
001084                  "STATUS=" AF-FILE-STATUS
001086          MOVE 32 TO RETURN-CODE
001088          STOP RUN
001090      END-IF.
001092      PERFORM 1250-LOAD-ONE-ACCOUNT
001094          THRU 1250-LOAD-ONE-ACCOUNT-EXIT
001096          UNTIL AF-AT-EOF.
001098      CLOSE ACCOUNTING-FILE.
001100 1200-LOAD-ACCOUNTING-EXIT.
001102      EXIT.
001104
001106 1250-LOAD-ONE-ACCOUNT.
001108      READ ACCOUNTING-FILE
001110          AT END
001112              SET AF-AT-EOF TO TRUE
001114              GO TO 1250-LOAD-ONE-ACCOUNT-EXIT
001116      END-READ.
001118      IF AR-RUN-DATE NOT NUMERIC OR AR-RUN-DATE NOT = SELECT-DATE
001120          GO TO 1250-LOAD-ONE-ACCOUNT-EXIT
001122      END-IF.
001124      IF ACT-COUNT = 100
001126          DISPLAY "1250-LOAD-ONE-ACCOUNT: ACCOUNT TABLE FULL, "
001128                  "RUN " AR-RUN-ID " HAS NO SUPPLIER"
001130          GO TO 1250-LOAD-ONE-ACCOUNT-EXIT
001132      END-IF.
001134      ADD 1 TO ACT-COUNT.
001136      MOVE AR-RUN-ID TO AT-RUN-ID (ACT-COUNT).
001138      MOVE AR-SUPPLIER-ID TO AT-SUPPLIER-ID (ACT-COUNT).
001140 1250-LOAD-ONE-ACCOUNT-EXIT.
001142      EXIT.
001144
001146******************************************************************
001148* 1300-LOAD-CATALOG -- THE NIGHT'S FRAMES: EVERY ARCHCAT ENTRY
001150*   FOR THE RUN DATE, WITH ITS SUPPLIER AND DRAWING/SCENE ID.
001152******************************************************************
001154 1300-LOAD-CATALOG.
001156      OPEN INPUT ARCHIVE-CATALOG-FILE.
001158      IF AC-FILE-STATUS = "35"
001160          DISPLAY "1300-LOAD-CATALOG: NO ARCHIVE CATALOG - "
001162                  "NOTHING TO SEND"
001164          GO TO 1300-LOAD-CATALOG-EXIT
001166      END-IF.
001168      IF AC-FILE-STATUS NOT = "00"
001170          DISPLAY "1300-LOAD-CATALOG: ARCHCAT OPEN FAILED, "
001172                  "STATUS=" AC-FILE-STATUS
001174          MOVE 32 TO RETURN-CODE
001176          STOP RUN
001178      END-IF.
001180      PERFORM 1350-LOAD-ONE-FRAME THRU 1350-LOAD-ONE-FRAME-EXIT
001182          UNTIL AC-AT-EOF.
001184      CLOSE ARCHIVE-CATALOG-FILE.
001186      MOVE FRM-COUNT TO FRAMES-TONIGHT.
001188 1300-LOAD-CATALOG-EXIT.
001190      EXIT.
001192
001194 1350-LOAD-ONE-FRAME.
001196      READ ARCHIVE-CATALOG-FILE
001198          AT END
001200              SET AC-AT-EOF TO TRUE
001202              GO TO 1350-LOAD-ONE-FRAME-EXIT
001204      END-READ.
001206      ADD 1 TO CAT-ENTRIES-READ.
001208      IF AC-RUN-DATE NOT NUMERIC OR AC-RUN-DATE NOT = SELECT-DATE
001210          GO TO 1350-LOAD-ONE-FRAME-EXIT
001212      END-IF.
001214      IF FRM-COUNT = 100
001216          DISPLAY "1350-LOAD-ONE-FRAME: FRAME TABLE FULL, "
001218                  AC-FRAME-NAME " NOT SENT"
001220          ADD 1 TO FRAMES-OVERFLOW
001222          GO TO 1350-LOAD-ONE-FRAME-EXIT
001224      END-IF.
001226      ADD 1 TO FRM-COUNT.
001228      MOVE AC-RUN-ID TO FT-RUN-ID (FRM-COUNT).
001230      MOVE AC-GENERATION TO FT-GENERATION (FRM-COUNT).
001232      MOVE AC-FRAME-NAME TO FT-FRAME-NAME (FRM-COUNT).
001234      IF AC-RETURN-CODE NUMERIC
001236          MOVE AC-RETURN-CODE TO FT-RETURN-CODE (FRM-COUNT)
001238      ELSE
001240          MOVE 9999 TO FT-RETURN-CODE (FRM-COUNT)
001242      END-IF.
001244      MOVE SPACES TO FT-SUPPLIER-ID (FRM-COUNT).
001246      MOVE 0 TO ACT-HIT.
001248      PERFORM 1360-SEARCH-ACCOUNT THRU 1360-SEARCH-ACCOUNT-EXIT
001250          VARYING ACT-IDX FROM 1 BY 1
001252          UNTIL ACT-IDX > ACT-COUNT OR ACT-HIT > 0.
001254      IF ACT-HIT > 0
001256          MOVE AT-SUPPLIER-ID (ACT-HIT)
001258              TO FT-SUPPLIER-ID (FRM-COUNT)
001260      END-IF.
001262*     THE ID IS WHATEVER FOLLOWS THE GENERATION, UP TO ".BMP" -
001264*     A FRAME CAPTURED WITH NO SCENE OR DRAWING HAS NONE.
001266      MOVE SPACES TO PARSE-RUN-PART PARSE-TAIL PARSE-GEN
001268                     PARSE-ID-PART.
001270      UNSTRING AC-FRAME-NAME DELIMITED BY "-G"
001272          INTO PARSE-RUN-PART PARSE-TAIL.
001274      UNSTRING PARSE-TAIL DELIMITED BY "-"
001276          INTO PARSE-GEN PARSE-ID-PART.
001278      MOVE SPACES TO FT-SCENE-ID (FRM-COUNT).
001280      IF PARSE-ID-PART NOT = SPACES
001282          UNSTRING PARSE-ID-PART DELIMITED BY ".BMP"
001284              INTO FT-SCENE-ID (FRM-COUNT)
001286      END-IF.
001288 1350-LOAD-ONE-FRAME-EXIT.
001290      EXIT.
001292
001294 1360-SEARCH-ACCOUNT.
001296      IF AT-RUN-ID (ACT-IDX) = AC-RUN-ID
001298          MOVE ACT-IDX TO ACT-HIT
001300      END-IF.
001302 1360-SEARCH-ACCOUNT-EXIT.
001304      EXIT.
001306
001308******************************************************************
001310* 1400-LOAD-SENT -- WHAT DISTLOG ALREADY SHOWS SENT OUT OF THIS
001312*   DATE'S FRAMES (THE DATE IS IN THE FRAME NAME), THEN REOPEN
001314*   DISTLOG TO EXTEND IT WITH TONIGHT'S MANIFEST LINES.
001316******************************************************************
001318 1400-LOAD-SENT.
001320      OPEN INPUT DIST-LOG-FILE.
001322      IF DL-FILE-STATUS = "35"
001324          SET DL-AT-EOF TO TRUE
001326      ELSE
001328          IF DL-FILE-STATUS NOT = "00"
001330              DISPLAY "1400-LOAD-SENT: DISTLOG OPEN FAILED, "
001332                      "STATUS=" DL-FILE-STATUS
001334              MOVE 32 TO RETURN-CODE
001336              STOP RUN
001338          END-IF
001340          PERFORM 1450-LOAD-ONE-SENT THRU 1450-LOAD-ONE-SENT-EXIT
001342              UNTIL DL-AT-EOF
001344          CLOSE DIST-LOG-FILE
001346      END-IF.
001348      OPEN EXTEND DIST-LOG-FILE.
001350      IF DL-FILE-STATUS = "35"
001352          OPEN OUTPUT DIST-LOG-FILE
001354      END-IF.
001356      IF DL-FILE-STATUS NOT = "00"
001358          DISPLAY "1400-LOAD-SENT: DISTLOG OPEN FAILED, "
001360                  "STATUS=" DL-FILE-STATUS
001362          MOVE 36 TO RETURN-CODE
001364          STOP RUN
001366      END-IF.
001368 1400-LOAD-SENT-EXIT.
001370      EXIT.
001372
001374 1450-LOAD-ONE-SENT.
001376      READ DIST-LOG-FILE
001378          AT END
001380              SET DL-AT-EOF TO TRUE
001382              GO TO 1450-LOAD-ONE-SENT-EXIT
001384      END-READ.
001386      IF DL-FRAME-NAME (6:8) NOT = SELECT-DATE-X
001388          GO TO 1450-LOAD-ONE-SENT-EXIT
001390      END-IF.
001392      IF SNT-COUNT = 1000
001394          IF NOT SNT-TABLE-FULL
001396              DISPLAY "1450-LOAD-ONE-SENT: SENT TABLE FULL - A "
001398                      "FRAME ALREADY SENT MAY GO AGAIN"
001400              SET SNT-TABLE-FULL TO TRUE
001402          END-IF
001404          GO TO 1450-LOAD-ONE-SENT-EXIT
001406      END-IF.
001408      ADD 1 TO SNT-COUNT.
001410      MOVE DL-RECIPIENT TO SN-RECIPIENT (SNT-COUNT).
001412      MOVE DL-FRAME-NAME TO SN-FRAME-NAME (SNT-COUNT).
001414 1450-LOAD-ONE-SENT-EXIT.
001416      EXIT.
001418
001420******************************************************************
001422* 2000-SERVE-RECIPIENT -- OFFER EVERY ONE OF THE NIGHT'S FRAMES
001424*   TO ONE RECIPIENT. THE RECIPIENT'S MANIFEST IS OPENED WITH
001426*   ITS FIRST FRAME AND CLOSED WHEN THE FRAMES RUN OUT, SO A
001428*   RECIPIENT WITH NOTHING TONIGHT GETS NO EMPTY MANIFEST.
001430******************************************************************
001432 2000-SERVE-RECIPIENT.
001434      MOVE "N" TO MANIFEST-SW.
001436      PERFORM 2100-OFFER-FRAME THRU 2100-OFFER-FRAME-EXIT
001438          VARYING FRM-IDX FROM 1 BY 1 UNTIL FRM-IDX > FRM-COUNT.
001440      IF MANIFEST-OPEN
001442          CLOSE MANIFEST-FILE
001444          ADD 1 TO RECIPIENTS-SERVED
001446      END-IF.
001448      MOVE SPACES TO DIST-REPORT-RECORD.
001450      STRING "RECIPIENT " RT-RECIPIENT (RCP-IDX)
001452          " FRAMES " RT-FRAMES (RCP-IDX)
001454          " BYTES " RT-BYTES (RCP-IDX)
001456          " NOT SENT " RT-FAILED (RCP-IDX)
001458          DELIMITED BY SIZE INTO DIST-REPORT-RECORD.
001460      WRITE DIST-REPORT-RECORD.
001462 2000-SERVE-RECIPIENT-EXIT.
001464      EXIT.
001466
001468 2100-OFFER-FRAME.
001470      MOVE 0 TO SUB-HIT.
001472      PERFORM 2150-MATCH-SUBSCRIPTION
001474          THRU 2150-MATCH-SUBSCRIPTION-EXIT
001476          VARYING SUB-IDX FROM 1 BY 1
001478          UNTIL SUB-IDX > SUB-COUNT OR SUB-HIT > 0.
001480      IF SUB-HIT = 0
001482          GO TO 2100-OFFER-FRAME-EXIT
001484      END-IF.
001486      MOVE 0 TO SNT-HIT.
001488      PERFORM 2160-SEARCH-SENT THRU 2160-SEARCH-SENT-EXIT
001490          VARYING SNT-IDX FROM 1 BY 1
001492          UNTIL SNT-IDX > SNT-COUNT OR SNT-HIT > 0.
001494      IF SNT-HIT > 0
001496          ADD 1 TO FRAMES-ALREADY-SENT
001498          GO TO 2100-OFFER-FRAME-EXIT
001500      END-IF.
001502      IF FT-RETURN-CODE (FRM-IDX) > MAX-RUN-RC
001504          ADD 1 TO FRAMES-HELD
001506          ADD 1 TO RT-FAILED (RCP-IDX)
001508          MOVE SPACES TO DIST-REPORT-RECORD
001510          STRING "HELD      " RT-RECIPIENT (RCP-IDX) " RC "
001512              FT-RETURN-CODE (FRM-IDX) " " DELIMITED BY SIZE
001514              FT-FRAME-NAME (FRM-IDX) DELIMITED BY SPACE
001516              INTO DIST-REPORT-RECORD
001518          WRITE DIST-REPORT-RECORD
001520          GO TO 2100-OFFER-FRAME-EXIT
001522      END-IF.
001524      PERFORM 2200-STAGE-FRAME THRU 2200-STAGE-FRAME-EXIT.
001526 2100-OFFER-FRAME-EXIT.
001528      EXIT.
001530
001532* A SUPPLIER SUBSCRIPTION MATCHES THE SUPPLIER THE RUN BILLED TO;
001534* A DRAWING OR SCENE SUBSCRIPTION MATCHES THE ID ON THE FRAME
001536* NAME - A DRAWING= OR PLAYLIST FRAME CARRIES ITS DRAWING ID
001538* THERE, A FEED SCENE ITS SCENE ID.
001540 2150-MATCH-SUBSCRIPTION.
001542      IF ST-RECIPIENT (SUB-IDX) NOT = RT-RECIPIENT (RCP-IDX)
001544          GO TO 2150-MATCH-SUBSCRIPTION-EXIT
001546      END-IF.
001548      IF ST-MATCH-TYPE (SUB-IDX) = "S"
001550          IF ST-MATCH-VALUE (SUB-IDX) = FT-SUPPLIER-ID (FRM-IDX)
001552              MOVE SUB-IDX TO SUB-HIT
001554          END-IF
001556*         THE MERGED FEED BILLS TO "MERGED", BUT EACH SUPPLIER'S
001558*         FRAME CARRIES THE SCENE BREAK FEEDMRG NAMED AFTER IT.
001560          IF FT-SUPPLIER-ID (FRM-IDX) = "MERGED" AND
001562             ST-MATCH-VALUE (SUB-IDX) = FT-SCENE-ID (FRM-IDX)
001564              MOVE SUB-IDX TO SUB-HIT
001566          END-IF
001568      ELSE
001570          IF ST-MATCH-VALUE (SUB-IDX) = FT-SCENE-ID (FRM-IDX)
001572              MOVE SUB-IDX TO SUB-HIT
001574          END-IF
001576      END-IF.
001578 2150-MATCH-SUBSCRIPTION-EXIT.
001580      EXIT.
001582
001584 2160-SEARCH-SENT.
001586      IF SN-RECIPIENT (SNT-IDX) = RT-RECIPIENT (RCP-IDX) AND
001588         SN-FRAME-NAME (SNT-IDX) = FT-FRAME-NAME (FRM-IDX)
001590          MOVE SNT-IDX TO SNT-HIT
001592      END-IF.
001594 2160-SEARCH-SENT-EXIT.
001596      EXIT.
001598
001600******************************************************************
001602* 2200-STAGE-FRAME -- READ THE ARCHIVED FRAME, CHECK IT IS A
001604*   PLAUSIBLE BMP (THE SAME TEST ARCHAUD APPLIES), TAKE ITS
001606*   CHECKSUM, WRITE THE COPY INTO THE RECIPIENT'S DIRECTORY AND
001608*   THEN THE MANIFEST LINE. A FRAME THAT CANNOT BE READ OR
001610*   STAGED IS REPORTED AND LEFT OFF THE MANIFEST.
001612******************************************************************
001614 2200-STAGE-FRAME.
001616      MOVE FT-FRAME-NAME (FRM-IDX) TO FRAME-DS-NAME.
001618      OPEN INPUT FRAME-FILE.
001620      IF FF-FILE-STATUS NOT = "00"
001622          MOVE SPACES TO DIST-REPORT-RECORD
001624          STRING "MISSING   " RT-RECIPIENT (RCP-IDX) " STATUS "
001626              FF-FILE-STATUS " " DELIMITED BY SIZE
001628              FRAME-DS-NAME DELIMITED BY SPACE
001630              INTO DIST-REPORT-RECORD
001632          GO TO 2200-STAGE-FRAME-FAILED
001634      END-IF.
001636      READ FRAME-FILE
001638          AT END
001640              MOVE 0 TO FF-REC-LEN
001642      END-READ.
001644      IF FF-REC-LEN < 54 OR FR-HEADER (1:2) NOT = "BM"
001646          CLOSE FRAME-FILE
001648          MOVE SPACES TO DIST-REPORT-RECORD
001650          STRING "MALFORMED " RT-RECIPIENT (RCP-IDX) " "
001652              DELIMITED BY SIZE
001654              FRAME-DS-NAME DELIMITED BY SPACE
001656              INTO DIST-REPORT-RECORD
001658          GO TO 2200-STAGE-FRAME-FAILED
001660      END-IF.
001662      PERFORM 2300-CHECKSUM-FRAME THRU 2300-CHECKSUM-FRAME-EXIT.
001664      IF NOT RT-DIR-READY (RCP-IDX)
001666          PERFORM 2250-MAKE-DIRECTORY
001668              THRU 2250-MAKE-DIRECTORY-EXIT
001670      END-IF.
001672      MOVE SPACES TO STAGE-DS-NAME.
001674      STRING OUT-DIR DELIMITED BY SPACE
001676          "/" DELIMITED BY SIZE
001678          RT-RECIPIENT (RCP-IDX) DELIMITED BY SPACE
001680          "/" DELIMITED BY SIZE
001682          FRAME-DS-NAME DELIMITED BY SPACE
001684          INTO STAGE-DS-NAME.
001686      OPEN OUTPUT STAGE-FILE.
001688      IF SF-FILE-STATUS NOT = "00"
001690          CLOSE FRAME-FILE
001692          MOVE SPACES TO DIST-REPORT-RECORD
001694          STRING "NOT STAGED " RT-RECIPIENT (RCP-IDX) " STATUS "
001696              SF-FILE-STATUS " " DELIMITED BY SIZE
001698              STAGE-DS-NAME DELIMITED BY SPACE
001700              INTO DIST-REPORT-RECORD
001702          GO TO 2200-STAGE-FRAME-FAILED
001704      END-IF.
001706      MOVE FF-REC-LEN TO SF-REC-LEN.
001708      MOVE FRAME-RECORD TO STAGE-RECORD.
001710      WRITE STAGE-RECORD.
001712      IF SF-FILE-STATUS NOT = "00"
001714          CLOSE FRAME-FILE
001716          CLOSE STAGE-FILE
001718          MOVE SPACES TO DIST-REPORT-RECORD
001720          STRING "NOT STAGED " RT-RECIPIENT (RCP-IDX) " STATUS "
001722              SF-FILE-STATUS " " DELIMITED BY SIZE
001724              STAGE-DS-NAME DELIMITED BY SPACE
001726              INTO DIST-REPORT-RECORD
001728          GO TO 2200-STAGE-FRAME-FAILED
001730      END-IF.
001732      CLOSE FRAME-FILE.
001734      CLOSE STAGE-FILE.
001736      PERFORM 2400-WRITE-MANIFEST THRU 2400-WRITE-MANIFEST-EXIT.
001738      GO TO 2200-STAGE-FRAME-EXIT.
001740 2200-STAGE-FRAME-FAILED.
001742      WRITE DIST-REPORT-RECORD.
001744      ADD 1 TO FRAMES-FAILED.
001746      ADD 1 TO RT-FAILED (RCP-IDX).
001748 2200-STAGE-FRAME-EXIT.
001750      EXIT.
001752
001754* THE RECIPIENT'S DIRECTORY IS MADE ONCE PER RUN, THROUGH THE
001756* SHELL AS ARCHAUD TAKES ITS DIRECTORY LISTING. A FAILURE HERE
001758* SHOWS UP AS THE STAGED COPY FAILING TO OPEN.
001760 2250-MAKE-DIRECTORY.
001762      MOVE SPACES TO MKDIR-COMMAND.
001764      STRING "mkdir -p " DELIMITED BY SIZE
001766          OUT-DIR DELIMITED BY SPACE
001768          "/" DELIMITED BY SIZE
001770          RT-RECIPIENT (RCP-IDX) DELIMITED BY SPACE
001772          X"00" DELIMITED BY SIZE
001774          INTO MKDIR-COMMAND.
001776      CALL "SYSTEM" USING BY REFERENCE MKDIR-COMMAND
001778          RETURNING SHELL-RC.
001780      IF SHELL-RC NOT = 0
001782          DISPLAY "2250-MAKE-DIRECTORY: MKDIR FOR "
001784                  RT-RECIPIENT (RCP-IDX) " ENDED RC=" SHELL-RC
001786      END-IF.
001788      SET RT-DIR-READY (RCP-IDX) TO TRUE.
001790 2250-MAKE-DIRECTORY-EXIT.
001792      EXIT.
001794
001796******************************************************************
001798* 2300-CHECKSUM-FRAME -- SUM THE FRAME AS 32-BIT WORDS, THE LAST
001800*   SHORT WORD PADDED WITH ZERO BYTES, AND KEEP THE SUM MODULO
001802*   2**32. THE WORDS ARE READ AS THE MACHINE HOLDS THEM - LITTLE-
001804*   ENDIAN, AS THE BMP ITSELF IS.
001806******************************************************************
001808 2300-CHECKSUM-FRAME.
001810      MOVE 0 TO CK-SUM.
001812      DIVIDE FF-REC-LEN BY 4 GIVING CK-WORDS REMAINDER CK-TAIL.
001814      PERFORM 2310-ADD-ONE-WORD THRU 2310-ADD-ONE-WORD-EXIT
001816          VARYING CK-IDX FROM 1 BY 1 UNTIL CK-IDX > CK-WORDS.
001818      IF CK-TAIL > 0
001820          MOVE LOW-VALUES TO CK-WORD-BYTES
001822          COMPUTE CK-OFS = CK-WORDS * 4 + 1
001824          MOVE FRAME-RECORD (CK-OFS:CK-TAIL)
001826              TO CK-WORD-BYTES (1:CK-TAIL)
001828          ADD CK-WORD-NUM TO CK-SUM
001830      END-IF.
001832      DIVIDE CK-SUM BY 4294967296 GIVING CK-QUOT
001834          REMAINDER CHECKSUM.
001836 2300-CHECKSUM-FRAME-EXIT.
001838      EXIT.
001840
001842 2310-ADD-ONE-WORD.
001844      COMPUTE CK-OFS = (CK-IDX - 1) * 4 + 1.
001846      MOVE FRAME-RECORD (CK-OFS:4) TO CK-WORD-BYTES.
001848      ADD CK-WORD-NUM TO CK-SUM.
001850 2310-ADD-ONE-WORD-EXIT.
001852      EXIT.
001854
001856******************************************************************
001858* 2400-WRITE-MANIFEST -- ONE LINE ON THE RECIPIENT'S MANIFEST
001860*   AND THE SAME LINE ON DISTLOG. THE MANIFEST IS EXTENDED, SO
001862*   A RERUN THE SAME NIGHT ADDS TO IT. A MANIFEST THAT WILL NOT
001864*   OPEN IS FATAL - A FRAME MUST NOT GO OUT UNRECORDED.
001866******************************************************************
001868 2400-WRITE-MANIFEST.
001870      IF NOT MANIFEST-OPEN
001872          MOVE SPACES TO MANIFEST-DS-NAME
001874          STRING OUT-DIR DELIMITED BY SPACE
001876              "/" DELIMITED BY SIZE
001878              RT-RECIPIENT (RCP-IDX) DELIMITED BY SPACE
001880              "/MANIFEST" SELECT-DATE ".TXT" DELIMITED BY SIZE
001882              INTO MANIFEST-DS-NAME
001884          OPEN EXTEND MANIFEST-FILE
001886          IF MF-FILE-STATUS = "35"
001888              OPEN OUTPUT MANIFEST-FILE
001890          END-IF
001892          IF MF-FILE-STATUS NOT = "00"
001894              DISPLAY "2400-WRITE-MANIFEST: MANIFEST OPEN FAILED "
001896                      "FOR " RT-RECIPIENT (RCP-IDX) ", STATUS="
001898                      MF-FILE-STATUS
001900              MOVE 36 TO RETURN-CODE
001902              STOP RUN
001904          END-IF
001906          SET MANIFEST-OPEN TO TRUE
001908      END-IF.
001910      MOVE SPACES TO MANIFEST-RECORD.
001912      MOVE RT-RECIPIENT (RCP-IDX) TO MF-RECIPIENT.
001914      MOVE DIST-DATE TO MF-DIST-DATE.
001916      MOVE FT-FRAME-NAME (FRM-IDX) TO MF-FRAME-NAME.
001918      MOVE FT-GENERATION (FRM-IDX) TO MF-GENERATION.
001920      MOVE FF-REC-LEN TO MF-BYTE-SIZE.
001922      MOVE CHECKSUM TO MF-CHECKSUM.
001924      WRITE MANIFEST-RECORD.
001926      IF MF-FILE-STATUS NOT = "00"
001928          DISPLAY "2400-WRITE-MANIFEST: MANIFEST WRITE FAILED "
001930                  "FOR " RT-RECIPIENT (RCP-IDX) ", STATUS="
001932                  MF-FILE-STATUS
001934          MOVE 36 TO RETURN-CODE
001936          STOP RUN
001938      END-IF.
001940      MOVE MANIFEST-RECORD TO DIST-LOG-RECORD.
001942      WRITE DIST-LOG-RECORD.
001944      IF DL-FILE-STATUS NOT = "00"
001946          DISPLAY "2400-WRITE-MANIFEST: DISTLOG WRITE FAILED, "
001948                  "STATUS=" DL-FILE-STATUS
001950          MOVE 36 TO RETURN-CODE
001952          STOP RUN
001954      END-IF.
001956      ADD 1 TO FRAMES-STAGED.
001958      ADD 1 TO RT-FRAMES (RCP-IDX).
001960      ADD FF-REC-LEN TO BYTES-STAGED.
001962      ADD FF-REC-LEN TO RT-BYTES (RCP-IDX).
001964      MOVE SPACES TO DIST-REPORT-RECORD.
001966      STRING "SENT      " RT-RECIPIENT (RCP-IDX) " G"
001968          FT-GENERATION (FRM-IDX) " " MF-BYTE-SIZE " "
001970          CHECKSUM " " DELIMITED BY SIZE
001972          FT-FRAME-NAME (FRM-IDX) DELIMITED BY SPACE
001974          INTO DIST-REPORT-RECORD.
001976      WRITE DIST-REPORT-RECORD.
001978 2400-WRITE-MANIFEST-EXIT.
001980      EXIT.
001982
001984******************************************************************
001986* 8000-DIST-TOTALS -- CLOSE THE REPORT WITH THE NIGHT'S TOTALS.
001988******************************************************************
001990 8000-DIST-TOTALS.
001992      MOVE SPACES TO DIST-REPORT-RECORD.
001994      STRING "SUBSCRIPTIONS READ/BAD.. " SUBS-READ "/" SUBS-BAD
001996          DELIMITED BY SIZE INTO DIST-REPORT-RECORD.
001998      WRITE DIST-REPORT-RECORD.
002000
002002      MOVE SPACES TO DIST-REPORT-RECORD.
002004      STRING "FRAMES ON CATALOG FOR... " SELECT-DATE " "
002006          FRAMES-TONIGHT
002008          DELIMITED BY SIZE INTO DIST-REPORT-RECORD.
002010      WRITE DIST-REPORT-RECORD.
002012
002014      MOVE SPACES TO DIST-REPORT-RECORD.
002016      STRING "FRAMES STAGED........... " FRAMES-STAGED
002018          DELIMITED BY SIZE INTO DIST-REPORT-RECORD.
002020      WRITE DIST-REPORT-RECORD.
002022
002024      MOVE SPACES TO DIST-REPORT-RECORD.
002026      STRING "BYTES STAGED............ " BYTES-STAGED
002028          DELIMITED BY SIZE INTO DIST-REPORT-RECORD.
002030      WRITE DIST-REPORT-RECORD.
002032
002034      MOVE SPACES TO DIST-REPORT-RECORD.
002036      STRING "RECIPIENTS SERVED....... " RECIPIENTS-SERVED
002038          DELIMITED BY SIZE INTO DIST-REPORT-RECORD.
002040      WRITE DIST-REPORT-RECORD.
002042
002044      MOVE SPACES TO DIST-REPORT-RECORD.
002046      STRING "ALREADY SENT, SKIPPED... " FRAMES-ALREADY-SENT
002048          DELIMITED BY SIZE INTO DIST-REPORT-RECORD.
002050      WRITE DIST-REPORT-RECORD.
002052
002054      MOVE SPACES TO DIST-REPORT-RECORD.
002056      STRING "HELD, RUN RC OVER MAXRC.." FRAMES-HELD
002058          DELIMITED BY SIZE INTO DIST-REPORT-RECORD.
002060      WRITE DIST-REPORT-RECORD.
002062
002064      MOVE SPACES TO DIST-REPORT-RECORD.
002066      STRING "MISSING/NOT STAGED...... " FRAMES-FAILED
002068          DELIMITED BY SIZE INTO DIST-REPORT-RECORD.
002070      WRITE DIST-REPORT-RECORD.
002072
002074      IF FRAMES-OVERFLOW > 0
002076          MOVE SPACES TO DIST-REPORT-RECORD
002078          STRING "*** FRAME TABLE FULL, " FRAMES-OVERFLOW
002080              " FRAMES NOT OFFERED ***"
002082              DELIMITED BY SIZE INTO DIST-REPORT-RECORD
002084          WRITE DIST-REPORT-RECORD
002086      END-IF.
002088 8000-DIST-TOTALS-EXIT.
002090      EXIT.
002092
002094******************************************************************
002096* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CONDITION
002098*   CODE: 4 WHEN ANY SUBSCRIBED FRAME DID NOT GO OUT OR THERE
002100*   WERE NO FRAMES FOR THE DATE AT ALL, OTHERWISE 0.
002102******************************************************************
002104 9000-TERMINATE.
002106      CLOSE DIST-LOG-FILE.
002108      CLOSE DIST-REPORT-FILE.
002110      IF FRAMES-HELD > 0 OR FRAMES-FAILED > 0 OR
002112         FRAMES-OVERFLOW > 0 OR FRAMES-TONIGHT = 0
002114          MOVE 4 TO RETURN-CODE
002116      END-IF.
002118 9000-TERMINATE-EXIT.
002120      EXIT.
002122
002124 END PROGRAM FRMDIST.
