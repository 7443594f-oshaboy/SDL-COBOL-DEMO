000128*             NIGHTLY RENDER. THE REPORT ON SHINVRPT IS THE
000130*             CATALOG THE ART GROUP GETS WHEN THEY ASK WHAT IS
000132*             ALREADY ON FILE.
000134*             A WHERE-USED SECTION FOLLOWS THE TOTALS: EVERY
000136*             SUPPLIER FEED ON THE REGISTRY, AND THE MERGED
000138*             SHAPEDAT, IS SCANNED FOR "INCL" RECORDS, AND EACH
000140*             DRAWING SO INCLUDED IS LISTED WITH THE FEEDS THAT
000142*             DEPEND ON IT - CHECK HERE BEFORE A DRAWING IS
000144*             DELETED THROUGH SHAPMNT.
000146*
000148* PARM (KEYWORD=VALUE, COMMA SEPARATED; ALL OPTIONAL):
000150*   WIDTH= HEIGHT=  THE CANVAS THE DRAWINGS WILL RENDER ON
000152*                   (DEFAULTS 640 X 480, AS IN MAIN-METHOD)
000154*   LOGICAL=        JUDGE AGAINST A LOGICAL COORDINATE SPACE
000156*                   INSTEAD, MATCHING A LOGICAL= RENDER RUN
000158*
000160* STEP CONDITION CODES:
000162*   0  EVERY DRAWING FITS AND NUMBERS CLEANLY
000164*   4  AT LEAST ONE DRAWING HAS A GAP OR EXCEEDS THE CANVAS,
000166*      OR A FEED INCLUDES A DRAWING THAT IS NOT ON THE MASTER
000168*   8  SHAPE MASTER MISSING OR EMPTY
000170*
000172* MODIFICATION HISTORY
000174* DATE       INIT  DESCRIPTION
000176* ---------- ----  ---------------------------------------------
000178* 2026-09-02 DW    ORIGINAL DRAWING INVENTORY REPORT.
000180* 2026-10-15 DW    WHERE-USED SECTION: SCAN THE REGISTERED
000182*                  SUPPLIER FEEDS AND SHAPEDAT FOR "INCL" RECORDS
000184*                  AND LIST WHICH FEEDS DEPEND ON EACH DRAWING.
000186*                  AN INCL OF A DRAWING NOT ON FILE ENDS RC 4.
000188* Tectonics: cobc
000190******************************************************************
000192 IDENTIFICATION DIVISION.
000194 PROGRAM-ID. SHAPEINV.
000196 ENVIRONMENT DIVISION.
000198 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000202     SELECT SHAPE-MASTER ASSIGN TO "SHAPEMST"
000204         ORGANIZATION IS INDEXED
000206         ACCESS MODE IS DYNAMIC
000208         RECORD KEY IS MR-KEY
000210         FILE STATUS IS MS-FILE-STATUS.
000212     SELECT INV-REPORT-FILE ASSIGN TO "SHINVRPT"
000214         ORGANIZATION IS LINE SEQUENTIAL
000216         FILE STATUS IS IR-FILE-STATUS.
000218     SELECT SUPPLIER-REGISTRY ASSIGN TO "SUPREG"
000220         ORGANIZATION IS INDEXED
000222         ACCESS MODE IS SEQUENTIAL
000224         RECORD KEY IS RG-SUPPLIER-ID
000226         FILE STATUS IS RG-FILE-STATUS.
000228     SELECT FEED-FILE ASSIGN TO FEED-DS-NAME
000230         ORGANIZATION IS LINE SEQUENTIAL
000232         FILE STATUS IS FF-FILE-STATUS.
000234 DATA DIVISION.
000236 FILE SECTION.
000238* MASTER-RECORD - SAME LAYOUT AS SHAPMNT AND MAIN-METHOD.
000240 FD  SHAPE-MASTER.
000242 01  MASTER-RECORD.
000244     05  MR-KEY.
000246         10  MR-DRAWING-ID   PIC X(8).
000248         10  MR-SEQ-NO       PIC 9(4).
000250     05  MR-SHAPE-TYPE   PIC X(5).
000252     05  MR-X1           PIC 9(3).
000254     05  MR-Y1           PIC 9(3).
000256     05  MR-X2           PIC 9(3).
000258     05  MR-Y2           PIC 9(3).
000260     05  MR-R            PIC 9(3).
000262     05  MR-G            PIC 9(3).
000264     05  MR-B            PIC 9(3).
000266 FD  INV-REPORT-FILE.
000268 01  INV-REPORT-RECORD   PIC X(80).
000270* ONE RECORD PER SUPPLIER - SAME LAYOUT SUPMNT MAINTAINS.
000272 FD  SUPPLIER-REGISTRY.
000274 01  REGISTRY-RECORD.
000276     05  RG-SUPPLIER-ID  PIC X(8).
000278     05  RG-SUPPLIER-NAME PIC X(30).
000280     05  RG-FEED-DS-NAME PIC X(8).
000282     05  RG-STATUS       PIC X(1).
000284         88  RG-ACTIVE       VALUE "A".
000286         88  RG-SUSPENDED    VALUE "S".
000288     05  RG-LOGICAL-SPACE PIC 9(4).
000290     05  RG-MAX-VOLUME   PIC 9(6).
000292* A SHAPE FEED. ONLY THE "INCL" RECORD IS LOOKED AT HERE - SAME
000294* LAYOUT AS MAIN-METHOD.
000296 FD  FEED-FILE.
000298 01  INCLUDE-RECORD.
000300     05  IR-RECORD-TYPE  PIC X(5).
000302     05  IR-X-OFFSET     PIC 9(3).
000304     05  IR-Y-OFFSET     PIC 9(3).
000306     05  IR-DRAWING-ID   PIC X(8).
000308     05  FILLER          PIC X(10).
000310 WORKING-STORAGE SECTION.
000312  77 MS-FILE-STATUS PIC X(2) VALUE "00".
000314  77 IR-FILE-STATUS PIC X(2) VALUE "00".
000316  77 RG-FILE-STATUS PIC X(2) VALUE "00".
000318  77 FF-FILE-STATUS PIC X(2) VALUE "00".
000320  77 RG-EOF-SW PIC X(1) VALUE "N".
000322      88 RG-AT-EOF VALUE "Y".
000324  77 FF-EOF-SW PIC X(1) VALUE "N".
000326      88 FF-AT-EOF VALUE "Y".
000328  77 MS-EOF-SW PIC X(1) VALUE "N".
000330      88 MS-AT-EOF VALUE "Y".
000332  77 GROUP-OPEN-SW PIC X(1) VALUE "N".
000334      88 GROUP-OPEN VALUE "Y".
000336  77 WIDTH PIC 9(4) VALUE 640.
000338  77 HEIGHT PIC 9(4) VALUE 480.
000340  77 LOGICAL-SPACE PIC 9(4) VALUE 0.
000342  77 CANVAS-LIMIT-X PIC 9(4) VALUE 0.
000344  77 CANVAS-LIMIT-Y PIC 9(4) VALUE 0.
000346  77 REPORT-DATE PIC 9(8) VALUE 0.
000348  77 DRAWINGS-ON-FILE PIC 9(4) VALUE 0.
000350  77 SHAPES-ON-FILE PIC 9(6) VALUE 0.
000352  77 DRAWINGS-FLAGGED PIC 9(4) VALUE 0.
000354* CURRENT CONTROL GROUP - ONE DRAWING, BROKEN ON MR-DRAWING-ID.
000356  77 DG-DRAWING-ID PIC X(8) VALUE SPACES.
000358  77 DG-SHAPE-CNT PIC 9(4) VALUE 0.
000360  77 DG-LINE-CNT PIC 9(4) VALUE 0.
000362  77 DG-RECT-CNT PIC 9(4) VALUE 0.
000364  77 DG-POINT-CNT PIC 9(4) VALUE 0.
000366  77 DG-OTHER-CNT PIC 9(4) VALUE 0.
000368  77 DG-FIRST-SEQ PIC 9(4) VALUE 0.
000370  77 DG-LAST-SEQ PIC 9(4) VALUE 0.
000372  77 DG-GAP-CNT PIC 9(4) VALUE 0.
000374* THE BOX EXTENTS GO TO 9(4): A RECT AT X1 999 WITH WIDTH 999
000376* REACHES 1998, PAST WHAT THE 9(3) FEED FIELDS CAN SAY ALONE.
000378  77 DG-MIN-X PIC 9(4) VALUE 9999.
000380  77 DG-MAX-X PIC 9(4) VALUE 0.
000382  77 DG-MIN-Y PIC 9(4) VALUE 9999.
000384  77 DG-MAX-Y PIC 9(4) VALUE 0.
000386  77 DG-EXT-X PIC 9(4) VALUE 0.
000388  77 DG-EXT-Y PIC 9(4) VALUE 0.
000390* WHERE-USED - ONE ENTRY PER DRAWING PER FEED THAT INCLUDES IT,
000392* IN THE ORDER THE FEEDS WERE SCANNED.
000394  77 FEED-DS-NAME PIC X(8) VALUE SPACES.
000396  77 FEED-OWNER PIC X(8) VALUE SPACES.
000398  77 FEEDS-SCANNED PIC 9(4) VALUE 0.
000400  77 FEEDS-ABSENT PIC 9(4) VALUE 0.
000402  77 INCL-RECS-FOUND PIC 9(6) VALUE 0.
000404  77 INCL-NOT-ON-FILE PIC 9(4) VALUE 0.
000406  77 WU-OVERFLOW PIC 9(4) VALUE 0.
000408  77 DG-USED-BY PIC 9(4) VALUE 0.
000410  77 WU-IDX PIC 9(4) COMP VALUE 0.
000412  77 WU-HIT PIC 9(4) COMP VALUE 0.
000414  77 WU-COUNT PIC 9(4) COMP VALUE 0.
000416  01 WHERE-USED-TABLE.
000418   05 WU-ENTRY OCCURS 200 TIMES.
000420     10 WU-DRAWING-ID PIC X(8).
000422     10 WU-FEED-DS-NAME PIC X(8).
000424     10 WU-OWNER PIC X(8).
000426     10 WU-INCL-CNT PIC 9(4).
000428     10 WU-ON-MASTER-SW PIC X(1).
000430        88 WU-ON-MASTER VALUE "Y".
000432  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000434  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000436  77 PARM-KEY PIC X(10) VALUE SPACES.
000438  77 PARM-VAL PIC X(20) VALUE SPACES.
000440  01 PARM-TABLE.
000442   05 PARM-ENTRY PIC X(30) OCCURS 5 TIMES.
000444 PROCEDURE DIVISION.
000446 0000-MAINLINE.
000448      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000450      PERFORM 1500-SCAN-FEEDS THRU 1500-SCAN-FEEDS-EXIT.
000452      PERFORM 2000-PROCESS-SHAPE THRU 2000-PROCESS-SHAPE-EXIT
000454          UNTIL MS-AT-EOF.
000456      IF GROUP-OPEN
000458          PERFORM 3000-CLOSE-DRAWING THRU 3000-CLOSE-DRAWING-EXIT
000460      END-IF.
000462      PERFORM 8000-INVENTORY-TOTALS
000464          THRU 8000-INVENTORY-TOTALS-EXIT.
000466      PERFORM 8500-WHERE-USED THRU 8500-WHERE-USED-EXIT.
000468      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000470      GOBACK.
000472
000474******************************************************************
000476* 1000-INITIALIZE -- PICK THE CANVAS OFF THE PARM SO THE REPORT
000478*   JUDGES EVERY DRAWING AGAINST THE CANVAS THE RENDER WILL
000480*   ACTUALLY USE, OPEN THE MASTER POSITIONED AT ITS FIRST KEY,
000482*   AND OPEN THE REPORT WITH ITS HEADING.
000484******************************************************************
000486 1000-INITIALIZE.
000488      ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
000490      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000492      IF CONFIG-PARM NOT = SPACES
000494          UNSTRING CONFIG-PARM DELIMITED BY ","
000496              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000498                   PARM-ENTRY(4) PARM-ENTRY(5)
000500          PERFORM 1050-PARSE-PARM-FIELD
000502              THRU 1050-PARSE-PARM-FIELD-EXIT
000504              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
000506      END-IF.
000508*     SAME RULE AS 2150-VALIDATE-RECORD IN MAIN-METHOD: A
000510*     DECLARED LOGICAL SPACE IS THE YARDSTICK, OTHERWISE THE
000512*     PHYSICAL CANVAS IS.
000514      IF LOGICAL-SPACE > 0
000516          MOVE LOGICAL-SPACE TO CANVAS-LIMIT-X
000518          MOVE LOGICAL-SPACE TO CANVAS-LIMIT-Y
000520      ELSE
000522          MOVE WIDTH TO CANVAS-LIMIT-X
000524          MOVE HEIGHT TO CANVAS-LIMIT-Y
000526      END-IF.
000528      OPEN INPUT SHAPE-MASTER.
000530      IF MS-FILE-STATUS = "35"
000532          DISPLAY "1000-INITIALIZE: NO SHAPE MASTER ON FILE"
000534          MOVE 8 TO RETURN-CODE
000536          STOP RUN
000538      END-IF.
000540      IF MS-FILE-STATUS NOT = "00"
000542          DISPLAY "1000-INITIALIZE: SHAPE-MASTER OPEN FAILED, "
000544                  "STATUS=" MS-FILE-STATUS
000546          MOVE 32 TO RETURN-CODE
000548          STOP RUN
000550      END-IF.
000552      MOVE LOW-VALUES TO MR-KEY.
000554      START SHAPE-MASTER KEY NOT < MR-KEY
000556          INVALID KEY
000558              SET MS-AT-EOF TO TRUE
000560      END-START.
000562      OPEN OUTPUT INV-REPORT-FILE.
000564      IF IR-FILE-STATUS NOT = "00"
000566          DISPLAY "1000-INITIALIZE: INV-REPORT-FILE OPEN "
000568                  "FAILED, STATUS=" IR-FILE-STATUS
000570          MOVE 36 TO RETURN-CODE
000572          STOP RUN
000574      END-IF.
000576      MOVE SPACES TO INV-REPORT-RECORD.
000578      STRING "SHAPE MASTER INVENTORY - " REPORT-DATE
000580          " CANVAS " CANVAS-LIMIT-X " X " CANVAS-LIMIT-Y
000582          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
000584      WRITE INV-REPORT-RECORD.
000586 1000-INITIALIZE-EXIT.
000588      EXIT.
000590
000592 1050-PARSE-PARM-FIELD.
000594      IF PARM-ENTRY(PARM-IDX) = SPACES
000596          GO TO 1050-PARSE-PARM-FIELD-EXIT
000598      END-IF.
000600
000602      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000604          INTO PARM-KEY PARM-VAL.
000606
000608      EVALUATE PARM-KEY
000610          WHEN "WIDTH"
000612              COMPUTE WIDTH = FUNCTION NUMVAL(PARM-VAL)
000614                  ON SIZE ERROR
000616                      DISPLAY "1050-PARSE-PARM-FIELD: WIDTH= "
000618                              "TOO LARGE, KEEPING DEFAULT"
000620              END-COMPUTE
000622          WHEN "HEIGHT"
000624              COMPUTE HEIGHT = FUNCTION NUMVAL(PARM-VAL)
000626                  ON SIZE ERROR
000628                      DISPLAY "1050-PARSE-PARM-FIELD: HEIGHT= "
000630                              "TOO LARGE, KEEPING DEFAULT"
000632              END-COMPUTE
000634          WHEN "LOGICAL"
000636              COMPUTE LOGICAL-SPACE =
000638                  FUNCTION NUMVAL(PARM-VAL)
000640                  ON SIZE ERROR
000642                      DISPLAY "1050-PARSE-PARM-FIELD: "
000644                              "LOGICAL= TOO LARGE, IGNORED"
000646              END-COMPUTE
000648          WHEN OTHER
000650              CONTINUE
000652      END-EVALUATE.
000654 1050-PARSE-PARM-FIELD-EXIT.
000656      EXIT.
000658
000660******************************************************************
000662* 1500-SCAN-FEEDS -- BUILD THE WHERE-USED TABLE BEFORE THE MASTER
000664*   PASS: EVERY FEED NAMED ON THE SUPPLIER REGISTRY, THEN THE
000666*   MERGED SHAPEDAT, IS READ FOR "INCL" RECORDS. A FEED NOT ON
000668*   FILE TONIGHT IS NOTED AND SKIPPED; WITH NO REGISTRY ONLY
000670*   SHAPEDAT IS SCANNED.
000672******************************************************************
000674 1500-SCAN-FEEDS.
000676      OPEN INPUT SUPPLIER-REGISTRY.
000678      IF RG-FILE-STATUS = "35"
000680          DISPLAY "1500-SCAN-FEEDS: NO SUPPLIER REGISTRY, "
000682                  "SCANNING SHAPEDAT ONLY"
000684          GO TO 1500-SCAN-MERGED
000686      END-IF.
000688      IF RG-FILE-STATUS NOT = "00"
000690          DISPLAY "1500-SCAN-FEEDS: SUPPLIER REGISTRY OPEN "
000692                  "FAILED, STATUS=" RG-FILE-STATUS
000694          MOVE 32 TO RETURN-CODE
000696          STOP RUN
000698      END-IF.
000700      PERFORM 1550-SCAN-ONE-SUPPLIER
000702          THRU 1550-SCAN-ONE-SUPPLIER-EXIT
000704          UNTIL RG-AT-EOF.
000706      CLOSE SUPPLIER-REGISTRY.
000708 1500-SCAN-MERGED.
000710      MOVE "SHAPEDAT" TO FEED-DS-NAME.
000712      MOVE "MERGED" TO FEED-OWNER.
000714      PERFORM 1600-SCAN-ONE-FEED THRU 1600-SCAN-ONE-FEED-EXIT.
000716 1500-SCAN-FEEDS-EXIT.
000718      EXIT.
000720
000722 1550-SCAN-ONE-SUPPLIER.
000724      READ SUPPLIER-REGISTRY
000726          AT END
000728              SET RG-AT-EOF TO TRUE
000730              GO TO 1550-SCAN-ONE-SUPPLIER-EXIT
000732      END-READ.
000734      IF RG-FEED-DS-NAME = SPACES
000736          GO TO 1550-SCAN-ONE-SUPPLIER-EXIT
000738      END-IF.
000740      MOVE RG-FEED-DS-NAME TO FEED-DS-NAME.
000742      MOVE RG-SUPPLIER-ID TO FEED-OWNER.
000744      PERFORM 1600-SCAN-ONE-FEED THRU 1600-SCAN-ONE-FEED-EXIT.
000746 1550-SCAN-ONE-SUPPLIER-EXIT.
000748      EXIT.
000750
000752 1600-SCAN-ONE-FEED.
000754      OPEN INPUT FEED-FILE.
000756      IF FF-FILE-STATUS NOT = "00"
000758          DISPLAY "1600-SCAN-ONE-FEED: " FEED-DS-NAME
000760                  " NOT SCANNED, STATUS=" FF-FILE-STATUS
000762          ADD 1 TO FEEDS-ABSENT
000764          GO TO 1600-SCAN-ONE-FEED-EXIT
000766      END-IF.
000768      ADD 1 TO FEEDS-SCANNED.
000770      MOVE "N" TO FF-EOF-SW.
000772      PERFORM 1650-SCAN-ONE-RECORD
000774          THRU 1650-SCAN-ONE-RECORD-EXIT
000776          UNTIL FF-AT-EOF.
000778      CLOSE FEED-FILE.
000780 1600-SCAN-ONE-FEED-EXIT.
000782      EXIT.
000784
000786* ONE TABLE ENTRY PER DRAWING PER FEED; A SECOND INCL OF THE SAME
000788* DRAWING IN THE SAME FEED ONLY BUMPS THE COUNT.
000790 1650-SCAN-ONE-RECORD.
000792      READ FEED-FILE
000794          AT END
000796              SET FF-AT-EOF TO TRUE
000798              GO TO 1650-SCAN-ONE-RECORD-EXIT
000800      END-READ.
000802      IF IR-RECORD-TYPE NOT = "INCL"
000804          GO TO 1650-SCAN-ONE-RECORD-EXIT
000806      END-IF.
000808      ADD 1 TO INCL-RECS-FOUND.
000810      MOVE 0 TO WU-HIT.
000812      PERFORM 1660-SEARCH-WHERE-USED
000814          THRU 1660-SEARCH-WHERE-USED-EXIT
000816          VARYING WU-IDX FROM 1 BY 1
000818          UNTIL WU-IDX > WU-COUNT OR WU-HIT > 0.
000820      IF WU-HIT > 0
000822          ADD 1 TO WU-INCL-CNT (WU-HIT)
000824          GO TO 1650-SCAN-ONE-RECORD-EXIT
000826      END-IF.
000828      IF WU-COUNT = 200
000830          ADD 1 TO WU-OVERFLOW
000832          GO TO 1650-SCAN-ONE-RECORD-EXIT
000834      END-IF.
000836      ADD 1 TO WU-COUNT.
000838      MOVE IR-DRAWING-ID TO WU-DRAWING-ID (WU-COUNT).
000840      MOVE FEED-DS-NAME TO WU-FEED-DS-NAME (WU-COUNT).
000842      MOVE FEED-OWNER TO WU-OWNER (WU-COUNT).
000844      MOVE 1 TO WU-INCL-CNT (WU-COUNT).
000846      MOVE "N" TO WU-ON-MASTER-SW (WU-COUNT).
000848 1650-SCAN-ONE-RECORD-EXIT.
000850      EXIT.
000852
000854 1660-SEARCH-WHERE-USED.
000856      IF WU-DRAWING-ID (WU-IDX) = IR-DRAWING-ID AND
000858         WU-FEED-DS-NAME (WU-IDX) = FEED-DS-NAME
000860          MOVE WU-IDX TO WU-HIT
000862      END-IF.
000864 1660-SEARCH-WHERE-USED-EXIT.
000866      EXIT.
000868
000870******************************************************************
000872* 2000-PROCESS-SHAPE -- READ THE NEXT MASTER RECORD IN KEY
000874*   ORDER. A CHANGE OF DRAWING ID CLOSES OUT THE DRAWING IN
000876*   PROGRESS AND STARTS THE NEXT; EVERY SHAPE ROLLS INTO THE
000878*   CURRENT DRAWING'S TYPE COUNTS, SEQUENCE CHECK AND BOX.
000880******************************************************************
000882 2000-PROCESS-SHAPE.
000884      READ SHAPE-MASTER NEXT RECORD
000886          AT END
000888              SET MS-AT-EOF TO TRUE
000890              GO TO 2000-PROCESS-SHAPE-EXIT
000892      END-READ.
000894      ADD 1 TO SHAPES-ON-FILE.
000896      IF GROUP-OPEN
000898          IF MR-DRAWING-ID NOT = DG-DRAWING-ID
000900              PERFORM 3000-CLOSE-DRAWING
000902                  THRU 3000-CLOSE-DRAWING-EXIT
000904              PERFORM 2500-START-DRAWING
000906                  THRU 2500-START-DRAWING-EXIT
000908          END-IF
000910      ELSE
000912          PERFORM 2500-START-DRAWING THRU 2500-START-DRAWING-EXIT
000914      END-IF.
000916      PERFORM 2600-ACCUMULATE-DRAWING
000918          THRU 2600-ACCUMULATE-DRAWING-EXIT.
000920 2000-PROCESS-SHAPE-EXIT.
000922      EXIT.
000924
000926 2500-START-DRAWING.
000928      MOVE MR-DRAWING-ID TO DG-DRAWING-ID.
000930      MOVE 0 TO DG-SHAPE-CNT DG-LINE-CNT DG-RECT-CNT
000932                DG-POINT-CNT DG-OTHER-CNT DG-GAP-CNT.
000934      MOVE MR-SEQ-NO TO DG-FIRST-SEQ.
000936      MOVE MR-SEQ-NO TO DG-LAST-SEQ.
000938      MOVE 9999 TO DG-MIN-X DG-MIN-Y.
000940      MOVE 0 TO DG-MAX-X DG-MAX-Y.
000942      SET GROUP-OPEN TO TRUE.
000944 2500-START-DRAWING-EXIT.
000946      EXIT.
000948
000950* THE BOX FOLDS IN THE POINTS THE SHAPE ACTUALLY REACHES: X1/Y1
000952* FOR EVERYTHING, X2/Y2 FOR A LINE'S FAR END, AND X1+X2/Y1+Y2
000954* FOR A RECT'S FAR EDGE - THE WIDTH/HEIGHT READING DOCUMENTED
000956* ON LINE-RECORD IN MAIN-METHOD.
000958 2600-ACCUMULATE-DRAWING.
000960      ADD 1 TO DG-SHAPE-CNT
000962          ON SIZE ERROR
000964              DISPLAY "2600-ACCUMULATE-DRAWING: SHAPE COUNT "
000966                      "OVERFLOW ON " DG-DRAWING-ID
000968      END-ADD.
000970      IF DG-SHAPE-CNT > 1
000972          IF MR-SEQ-NO > DG-LAST-SEQ AND
000974             MR-SEQ-NO NOT = DG-LAST-SEQ + 1
000976              ADD 1 TO DG-GAP-CNT
000978          END-IF
000980      END-IF.
000982      MOVE MR-SEQ-NO TO DG-LAST-SEQ.
000984      EVALUATE MR-SHAPE-TYPE
000986          WHEN "RECT"
000988              ADD 1 TO DG-RECT-CNT
000990          WHEN "POINT"
000992              ADD 1 TO DG-POINT-CNT
000994          WHEN "LINE"
000996              ADD 1 TO DG-LINE-CNT
000998          WHEN SPACES
001000              ADD 1 TO DG-LINE-CNT
001002          WHEN OTHER
001004              ADD 1 TO DG-OTHER-CNT
001006      END-EVALUATE.
001008      IF MR-X1 < DG-MIN-X MOVE MR-X1 TO DG-MIN-X END-IF.
001010      IF MR-X1 > DG-MAX-X MOVE MR-X1 TO DG-MAX-X END-IF.
001012      IF MR-Y1 < DG-MIN-Y MOVE MR-Y1 TO DG-MIN-Y END-IF.
001014      IF MR-Y1 > DG-MAX-Y MOVE MR-Y1 TO DG-MAX-Y END-IF.
001016      EVALUATE MR-SHAPE-TYPE
001018          WHEN "RECT"
001020              ADD MR-X1 MR-X2 GIVING DG-EXT-X
001022                  ON SIZE ERROR
001024                      MOVE 9999 TO DG-EXT-X
001026              END-ADD
001028              ADD MR-Y1 MR-Y2 GIVING DG-EXT-Y
001030                  ON SIZE ERROR
001032                      MOVE 9999 TO DG-EXT-Y
001034              END-ADD
001036          WHEN "POINT"
001038              MOVE MR-X1 TO DG-EXT-X
001040              MOVE MR-Y1 TO DG-EXT-Y
001042          WHEN OTHER
001044              MOVE MR-X2 TO DG-EXT-X
001046              MOVE MR-Y2 TO DG-EXT-Y
001048      END-EVALUATE.
001050      IF DG-EXT-X < DG-MIN-X MOVE DG-EXT-X TO DG-MIN-X END-IF.
001052      IF DG-EXT-X > DG-MAX-X MOVE DG-EXT-X TO DG-MAX-X END-IF.
001054      IF DG-EXT-Y < DG-MIN-Y MOVE DG-EXT-Y TO DG-MIN-Y END-IF.
001056      IF DG-EXT-Y > DG-MAX-Y MOVE DG-EXT-Y TO DG-MAX-Y END-IF.
001058 2600-ACCUMULATE-DRAWING-EXIT.
001060      EXIT.
001062
001064******************************************************************
001066* 3000-CLOSE-DRAWING -- WRITE THE REPORT BLOCK FOR THE DRAWING
001068*   JUST ENDED: TYPE COUNTS, SEQUENCE COVERAGE WITH GAPS, THE
001070*   BOUNDING BOX, AND THE CANVAS WARNING WHEN THE BOX REACHES
001072*   OFF THE CONFIGURED CANVAS.
001074******************************************************************
001076 3000-CLOSE-DRAWING.
001078      MOVE SPACES TO INV-REPORT-RECORD.
001080      STRING "DRAWING " DG-DRAWING-ID
001082          " SHAPES " DG-SHAPE-CNT
001084          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
001086      WRITE INV-REPORT-RECORD.
001088
001090      MOVE SPACES TO INV-REPORT-RECORD.
001092      STRING "  LINE/RECT/POINT/OTHER. " DG-LINE-CNT
001094          "/" DG-RECT-CNT "/" DG-POINT-CNT "/" DG-OTHER-CNT
001096          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
001098      WRITE INV-REPORT-RECORD.
001100
001102      MOVE SPACES TO INV-REPORT-RECORD.
001104      STRING "  SEQUENCE RANGE........ " DG-FIRST-SEQ
001106          " TO " DG-LAST-SEQ " GAPS " DG-GAP-CNT
001108          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
001110      WRITE INV-REPORT-RECORD.
001112
001114      MOVE SPACES TO INV-REPORT-RECORD.
001116      STRING "  X RANGE .............. " DG-MIN-X
001118          " TO " DG-MAX-X
001120          "  Y RANGE " DG-MIN-Y " TO " DG-MAX-Y
001122          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
001124      WRITE INV-REPORT-RECORD.
001126
001128      IF DG-MAX-X NOT < CANVAS-LIMIT-X OR
001130         DG-MAX-Y NOT < CANVAS-LIMIT-Y OR
001132         DG-GAP-CNT > 0 OR DG-OTHER-CNT > 0
001134          ADD 1 TO DRAWINGS-FLAGGED
001136          MOVE SPACES TO INV-REPORT-RECORD
001138          IF DG-MAX-X NOT < CANVAS-LIMIT-X OR
001140             DG-MAX-Y NOT < CANVAS-LIMIT-Y
001142              STRING "  *** EXCEEDS CANVAS "
001144                  CANVAS-LIMIT-X " X " CANVAS-LIMIT-Y " ***"
001146                  DELIMITED BY SIZE INTO INV-REPORT-RECORD
001148          ELSE
001150              STRING "  *** REVIEW SEQUENCE/SHAPE TYPES ***"
001152                  DELIMITED BY SIZE INTO INV-REPORT-RECORD
001154          END-IF
001156          WRITE INV-REPORT-RECORD
001158      END-IF.
001160
001162      MOVE 0 TO DG-USED-BY.
001164      PERFORM 3100-MARK-WHERE-USED THRU 3100-MARK-WHERE-USED-EXIT
001166          VARYING WU-IDX FROM 1 BY 1 UNTIL WU-IDX > WU-COUNT.
001168      IF DG-USED-BY > 0
001170          MOVE SPACES TO INV-REPORT-RECORD
001172          STRING "  INCLUDED BY FEEDS..... " DG-USED-BY
001174              "  (SEE WHERE-USED)"
001176              DELIMITED BY SIZE INTO INV-REPORT-RECORD
001178          WRITE INV-REPORT-RECORD
001180      END-IF.
001182
001184      ADD 1 TO DRAWINGS-ON-FILE.
001186      MOVE "N" TO GROUP-OPEN-SW.
001188 3000-CLOSE-DRAWING-EXIT.
001190      EXIT.
001192
001194 3100-MARK-WHERE-USED.
001196      IF WU-DRAWING-ID (WU-IDX) = DG-DRAWING-ID
001198          SET WU-ON-MASTER (WU-IDX) TO TRUE
001200          ADD 1 TO DG-USED-BY
001202      END-IF.
001204 3100-MARK-WHERE-USED-EXIT.
001206      EXIT.
001208
001210******************************************************************
001212* 8000-INVENTORY-TOTALS -- CLOSE THE REPORT WITH THE FILE-WIDE
001214*   TOTALS SO THE ART GROUP AND OPERATIONS SEE COVERAGE AT A
001216*   GLANCE.
001218******************************************************************
001220 8000-INVENTORY-TOTALS.
001222      MOVE SPACES TO INV-REPORT-RECORD.
001224      STRING "DRAWINGS ON FILE........ " DRAWINGS-ON-FILE
001226          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
001228      WRITE INV-REPORT-RECORD.
001230
001232      MOVE SPACES TO INV-REPORT-RECORD.
001234      STRING "SHAPES ON FILE.......... " SHAPES-ON-FILE
001236          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
001238      WRITE INV-REPORT-RECORD.
001240
001242      MOVE SPACES TO INV-REPORT-RECORD.
001244      STRING "DRAWINGS FLAGGED........ " DRAWINGS-FLAGGED
001246          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
001248      WRITE INV-REPORT-RECORD.
001250 8000-INVENTORY-TOTALS-EXIT.
001252      EXIT.
001254
001256******************************************************************
001258* 8500-WHERE-USED -- LIST EVERY DRAWING A FEED INCLUDES, WITH THE
001260*   FEED AND SUPPLIER THAT DEPEND ON IT. A DRAWING THE MASTER
001262*   DOES NOT HOLD IS FLAGGED: THAT FEED WILL BE REJECTED BY
001264*   SHAPEEDIT UNTIL THE DRAWING IS RESTORED.
001266******************************************************************
001268 8500-WHERE-USED.
001270      MOVE SPACES TO INV-REPORT-RECORD.
001272      WRITE INV-REPORT-RECORD.
001274      MOVE SPACES TO INV-REPORT-RECORD.
001276      STRING "WHERE-USED - DRAWINGS INCLUDED BY SHAPE FEEDS"
001278          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
001280      WRITE INV-REPORT-RECORD.
001282
001284      PERFORM 8550-WHERE-USED-LINE THRU 8550-WHERE-USED-LINE-EXIT
001286          VARYING WU-IDX FROM 1 BY 1 UNTIL WU-IDX > WU-COUNT.
001288
001290      MOVE SPACES TO INV-REPORT-RECORD.
001292      STRING "FEEDS SCANNED/ABSENT.... " FEEDS-SCANNED
001294          "/" FEEDS-ABSENT
001296          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
001298      WRITE INV-REPORT-RECORD.
001300
001302      MOVE SPACES TO INV-REPORT-RECORD.
001304      STRING "INCL RECORDS FOUND...... " INCL-RECS-FOUND
001306          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
001308      WRITE INV-REPORT-RECORD.
001310
001312      MOVE SPACES TO INV-REPORT-RECORD.
001314      STRING "INCLUDES NOT ON MASTER.. " INCL-NOT-ON-FILE
001316          DELIMITED BY SIZE INTO INV-REPORT-RECORD.
001318      WRITE INV-REPORT-RECORD.
001320
001322      IF WU-OVERFLOW > 0
001324          MOVE SPACES TO INV-REPORT-RECORD
001326          STRING "*** WHERE-USED TABLE FULL, " WU-OVERFLOW
001328              " REFERENCES NOT LISTED ***"
001330              DELIMITED BY SIZE INTO INV-REPORT-RECORD
001332          WRITE INV-REPORT-RECORD
001334      END-IF.
001336 8500-WHERE-USED-EXIT.
001338      EXIT.
001340
001342 8550-WHERE-USED-LINE.
001344      MOVE SPACES TO INV-REPORT-RECORD.
001346      IF WU-ON-MASTER (WU-IDX)
001348          STRING "  " WU-DRAWING-ID (WU-IDX)
001350              " FEED " WU-FEED-DS-NAME (WU-IDX)
001352              " SUPPLIER " WU-OWNER (WU-IDX)
001354              " INCLS " WU-INCL-CNT (WU-IDX)
001356              DELIMITED BY SIZE INTO INV-REPORT-RECORD
001358      ELSE
001360          ADD 1 TO INCL-NOT-ON-FILE
001362          STRING "  " WU-DRAWING-ID (WU-IDX)
001364              " FEED " WU-FEED-DS-NAME (WU-IDX)
001366              " SUPPLIER " WU-OWNER (WU-IDX)
001368              " INCLS " WU-INCL-CNT (WU-IDX)
001370              " *** NOT ON MASTER ***"
001372              DELIMITED BY SIZE INTO INV-REPORT-RECORD
001374      END-IF.
001376      WRITE INV-REPORT-RECORD.
001378 8550-WHERE-USED-LINE-EXIT.
001380      EXIT.
001382
001384******************************************************************
001386* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CONDITION
001388*   CODE: 0 WHEN EVERYTHING FITS AND NUMBERS CLEANLY, 4 WHEN ANY
001390*   DRAWING WAS FLAGGED OR A FEED INCLUDES A DRAWING NOT ON
001392*   FILE, 8 WHEN THE MASTER HELD NOTHING AT ALL.
001394******************************************************************
001396 9000-TERMINATE.
001398      CLOSE SHAPE-MASTER.
001400      CLOSE INV-REPORT-FILE.
001402      IF SHAPES-ON-FILE = 0
001404          MOVE 8 TO RETURN-CODE
001406          GO TO 9000-TERMINATE-EXIT
001408      END-IF.
001410      IF DRAWINGS-FLAGGED > 0 OR INCL-NOT-ON-FILE > 0
001412          MOVE 4 TO RETURN-CODE
001414      END-IF.
001416 9000-TERMINATE-EXIT.
001418      EXIT.
001420
001422 END PROGRAM SHAPEINV.
