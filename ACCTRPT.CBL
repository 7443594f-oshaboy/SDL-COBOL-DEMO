000124*             INVOICE BACKUP FOR BILLING RENDER CAPACITY BACK,
000126*             AND THE VOLUME TREND THAT SHOWS WHICH SUPPLIER'S
000128*             FEEDS ARE GROWING TOWARD THE 9999-ITERATION CAP
000130*             BEFORE THEY HIT IT. EACH SUPPLIER IS PRINTED
000132*             UNDER ITS NAME ON THE SUPPLIER REGISTRY (SUPREG,
000134*             KEPT BY SUPMNT) SO THE REPORT CAN GO TO BILLING
000136*             AS IT STANDS.
000138*
000140* MODIFICATION HISTORY
000142* DATE       INIT  DESCRIPTION
000144* ---------- ----  ---------------------------------------------
000146* 2026-09-02 DW    ORIGINAL SUPPLIER CHARGEBACK REPORT.
000148* 2026-10-15 DW    PRINT THE REGISTERED SUPPLIER NAME FROM THE
000150*                  SUPPLIER REGISTRY BESIDE THE SUPPLIER ID.
000152*                  HOUSE WORK AND IDS NOT ON THE REGISTRY ARE
000154*                  LABELED AS SUCH.
000156* 2026-10-15 DW    BILL A FEED SPLIT BY FEEDSPLT AS ONE LOGICAL
000158*                  RUN: CONSECUTIVE CHUNK RECORDS OF ONE RUN GROUP
000160*                  (AR-RUN-GROUP, APPENDED TO ACCTFILE) ROLL INTO
000162*                  A SINGLE RUN. SPLIT RUNS AND CHUNKS PRINTED.
000164* 2026-10-15 DW    RECYCLE RUNS (SHAPEREP) ARE LABELED REPAIRED
000166*                  REJECTS INSTEAD OF NOT ON SUPPLIER REGISTRY.
000168* Tectonics: cobc
000170******************************************************************
000172 IDENTIFICATION DIVISION.
000174 PROGRAM-ID. ACCTRPT.
000176 ENVIRONMENT DIVISION.
000178 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000182     SELECT ACCOUNTING-FILE ASSIGN TO "ACCTFILE"
000184         ORGANIZATION IS LINE SEQUENTIAL
000186         FILE STATUS IS AF-FILE-STATUS.
000188     SELECT CHARGE-REPORT-FILE ASSIGN TO "CHGBKRPT"
000190         ORGANIZATION IS LINE SEQUENTIAL
000192         FILE STATUS IS CR-FILE-STATUS.
000194     SELECT SUPPLIER-REGISTRY ASSIGN TO "SUPREG"
000196         ORGANIZATION IS INDEXED
000198         ACCESS MODE IS SEQUENTIAL
000200         RECORD KEY IS RG-SUPPLIER-ID
000202         FILE STATUS IS RG-FILE-STATUS.
000204 DATA DIVISION.
000206 FILE SECTION.
000208* ACCOUNTING-RECORD MIRRORS THE LAYOUT 9600-WRITE-ACCOUNTING IN
000210* MAIN-METHOD APPENDS - KEEP THE TWO IN STEP.
000212 FD  ACCOUNTING-FILE.
000214 01  ACCOUNTING-RECORD.
000216     05  AR-SUPPLIER-ID  PIC X(8).
000218     05  FILLER          PIC X(1).
000220     05  AR-RUN-ID       PIC X(8).
000222     05  FILLER          PIC X(1).
000224     05  AR-RUN-DATE     PIC 9(8).
000226     05  AR-RUN-MONTH REDEFINES AR-RUN-DATE.
000228         10  AR-YYYYMM   PIC 9(6).
000230         10  FILLER      PIC 9(2).
000232     05  FILLER          PIC X(1).
000234     05  AR-RUN-TIME     PIC 9(8).
000236     05  FILLER          PIC X(1).
000238     05  AR-LINE-CNT     PIC 9(4).
000240     05  FILLER          PIC X(1).
000242     05  AR-RECT-CNT     PIC 9(4).
000244     05  FILLER          PIC X(1).
000246     05  AR-POINT-CNT    PIC 9(4).
000248     05  FILLER          PIC X(1).
000250     05  AR-COLOR-REJ-CNT PIC 9(4).
000252     05  FILLER          PIC X(1).
000254     05  AR-SCENE-CNT    PIC 9(4).
000256     05  FILLER          PIC X(1).
000258     05  AR-FRAME-CNT    PIC 9(2).
000260     05  FILLER          PIC X(1).
000262     05  AR-ELAPSED-SECS PIC 9(6).
000264     05  FILLER          PIC X(1).
000266     05  AR-RUN-GROUP    PIC X(8).
000268 FD  CHARGE-REPORT-FILE.
000270 01  CHARGE-REPORT-RECORD PIC X(80).
000272* ONE RECORD PER SUPPLIER - SAME LAYOUT SUPMNT MAINTAINS.
000274 FD  SUPPLIER-REGISTRY.
000276 01  REGISTRY-RECORD.
000278     05  RG-SUPPLIER-ID  PIC X(8).
000280     05  RG-SUPPLIER-NAME PIC X(30).
000282     05  RG-FEED-DS-NAME PIC X(8).
000284     05  RG-STATUS       PIC X(1).
000286         88  RG-ACTIVE       VALUE "A".
000288         88  RG-SUSPENDED    VALUE "S".
000290     05  RG-LOGICAL-SPACE PIC 9(4).
000292     05  RG-MAX-VOLUME   PIC 9(6).
000294 WORKING-STORAGE SECTION.
000296  77 AF-FILE-STATUS PIC X(2) VALUE "00".
000298  77 CR-FILE-STATUS PIC X(2) VALUE "00".
000300  77 AF-EOF-SW PIC X(1) VALUE "N".
000302      88 AF-AT-EOF VALUE "Y".
000304  77 REPORT-DATE PIC 9(8) VALUE 0.
000306  77 RECS-READ PIC 9(6) VALUE 0.
000308  77 RECS-SKIPPED PIC 9(6) VALUE 0.
000310  77 GROUPS-REPORTED PIC 9(4) VALUE 0.
000312  77 GRP-COUNT PIC 9(3) COMP VALUE 0.
000314  77 GRP-IDX PIC 9(3) COMP VALUE 0.
000316  77 GRP-HIT PIC 9(3) COMP VALUE 0.
000318  77 AVG-SHAPES PIC 9(6) VALUE 0.
000320  77 AVG-SECS PIC 9(6) VALUE 0.
000322  77 TOTAL-SHAPES PIC 9(8) VALUE 0.
000324* THE CHUNK LAST ROLLED UP, SO THE NEXT CHUNK OF THE SAME SPLIT
000326* FEED JOINS ITS LOGICAL RUN - SEE 2000-ROLL-UP-RECORD.
000328  77 LAST-RUN-GROUP PIC X(8) VALUE SPACES.
000330  77 LAST-GROUP-SUPPLIER PIC X(8) VALUE SPACES.
000332  77 LAST-GROUP-RUN-ID PIC X(8) VALUE SPACES.
000334  77 LAST-GROUP-HIT PIC 9(3) COMP VALUE 0.
000336  77 RG-FILE-STATUS PIC X(2) VALUE "00".
000338  77 RG-EOF-SW PIC X(1) VALUE "N".
000340      88 RG-AT-EOF VALUE "Y".
000342  77 NAME-COUNT PIC 9(2) COMP VALUE 0.
000344  77 NAME-IDX PIC 9(2) COMP VALUE 0.
000346  77 NAME-HIT PIC 9(2) COMP VALUE 0.
000348  77 PRINT-NAME PIC X(30) VALUE SPACES.
000350* THE REGISTERED NAME OF EVERY SUPPLIER, LOADED ONCE. 50 IS THE
000352* SAME LIMIT FEEDMRG MERGES UP TO.
000354  01 SUPPLIER-NAME-TABLE.
000356   05 SN-ENTRY OCCURS 50 TIMES.
000358    10 SN-SUPPLIER-ID PIC X(8).
000360    10 SN-SUPPLIER-NAME PIC X(30).
000362* ONE ENTRY PER SUPPLIER PER MONTH. 200 ENTRIES COVERS YEARS OF
000364* HISTORY AT THREE SUPPLIERS A MONTH - THE FILE IS EXPECTED TO
000366* BE CUT OVER ANNUALLY WITH THE BILLING YEAR ANYWAY.
000368  01 SUPPLIER-MONTH-TABLE.
000370   05 SM-ENTRY OCCURS 200 TIMES.
000372    10 SM-SUPPLIER-ID PIC X(8).
000374    10 SM-MONTH PIC 9(6).
000376    10 SM-RUNS PIC 9(4).
000378    10 SM-SPLIT-RUNS PIC 9(4).
000380    10 SM-CHUNKS PIC 9(4).
000382    10 SM-LINE-CNT PIC 9(8).
000384    10 SM-RECT-CNT PIC 9(8).
000386    10 SM-POINT-CNT PIC 9(8).
000388    10 SM-COLOR-REJ-CNT PIC 9(8).
000390    10 SM-SCENE-CNT PIC 9(8).
000392    10 SM-FRAME-CNT PIC 9(8).
000394    10 SM-ELAPSED-SECS PIC 9(8).
000396 PROCEDURE DIVISION.
000398 0000-MAINLINE.
000400      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000402      PERFORM 2000-ROLL-UP-RECORD THRU 2000-ROLL-UP-RECORD-EXIT
000404          UNTIL AF-AT-EOF.
000406      PERFORM 8000-CHARGEBACK-REPORT
000408          THRU 8000-CHARGEBACK-REPORT-EXIT.
000410      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000412      GOBACK.
000414
000416******************************************************************
000418* 1000-INITIALIZE -- OPEN THE ACCOUNTING FILE AND THE REPORT.
000420*   NO ACCOUNTING FILE YET JUST MEANS NO RUNS HAVE BILLED -
000422*   THE REPORT STILL GOES OUT SAYING SO.
000424******************************************************************
000426 1000-INITIALIZE.
000428      ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
000430      OPEN INPUT ACCOUNTING-FILE.
000432      IF AF-FILE-STATUS = "35"
000434          DISPLAY "1000-INITIALIZE: NO ACCOUNTING FILE YET, "
000436                  "NOTHING TO BILL"
000438          SET AF-AT-EOF TO TRUE
000440      ELSE
000442          IF AF-FILE-STATUS NOT = "00"
000444              DISPLAY "1000-INITIALIZE: ACCTFILE OPEN FAILED, "
000446                      "STATUS=" AF-FILE-STATUS
000448              MOVE 32 TO RETURN-CODE
000450              STOP RUN
000452          END-IF
000454      END-IF.
000456      OPEN OUTPUT CHARGE-REPORT-FILE.
000458      IF CR-FILE-STATUS NOT = "00"
000460          DISPLAY "1000-INITIALIZE: CHGBKRPT OPEN FAILED, "
000462                  "STATUS=" CR-FILE-STATUS
000464          MOVE 36 TO RETURN-CODE
000466          STOP RUN
000468      END-IF.
000470      PERFORM 1100-LOAD-SUPPLIER-NAMES
000472          THRU 1100-LOAD-SUPPLIER-NAMES-EXIT.
000474 1000-INITIALIZE-EXIT.
000476      EXIT.
000478
000480******************************************************************
000482* 1100-LOAD-SUPPLIER-NAMES -- LOAD THE REGISTERED NAME OF EVERY
000484*   SUPPLIER FOR THE REPORT HEADINGS. THE NAMES ARE A COURTESY
000486*   TO THE READER, NOT PART OF THE BILLING ARITHMETIC, SO A
000488*   MISSING REGISTRY ONLY COSTS THE NAMES.
000490******************************************************************
000492 1100-LOAD-SUPPLIER-NAMES.
000494      OPEN INPUT SUPPLIER-REGISTRY.
000496      IF RG-FILE-STATUS = "35"
000498          DISPLAY "1100-LOAD-SUPPLIER-NAMES: NO SUPPLIER "
000500                  "REGISTRY, IDS PRINTED WITHOUT NAMES"
000502          GO TO 1100-LOAD-SUPPLIER-NAMES-EXIT
000504      END-IF.
000506      IF RG-FILE-STATUS NOT = "00"
000508          DISPLAY "1100-LOAD-SUPPLIER-NAMES: REGISTRY OPEN "
000510                  "FAILED, STATUS=" RG-FILE-STATUS
000512          MOVE 32 TO RETURN-CODE
000514          STOP RUN
000516      END-IF.
000518      PERFORM 1110-LOAD-ONE-NAME THRU 1110-LOAD-ONE-NAME-EXIT
000520          UNTIL RG-AT-EOF.
000522      CLOSE SUPPLIER-REGISTRY.
000524 1100-LOAD-SUPPLIER-NAMES-EXIT.
000526      EXIT.
000528
000530 1110-LOAD-ONE-NAME.
000532      READ SUPPLIER-REGISTRY
000534          AT END
000536              SET RG-AT-EOF TO TRUE
000538              GO TO 1110-LOAD-ONE-NAME-EXIT
000540      END-READ.
000542      IF NAME-COUNT >= 50
000544          DISPLAY "1110-LOAD-ONE-NAME: NAME TABLE FULL, "
000546                  RG-SUPPLIER-ID " AND LATER HAVE NO NAME"
000548          SET RG-AT-EOF TO TRUE
000550          GO TO 1110-LOAD-ONE-NAME-EXIT
000552      END-IF.
000554      ADD 1 TO NAME-COUNT.
000556      MOVE RG-SUPPLIER-ID TO SN-SUPPLIER-ID (NAME-COUNT).
000558      MOVE RG-SUPPLIER-NAME TO SN-SUPPLIER-NAME (NAME-COUNT).
000560 1110-LOAD-ONE-NAME-EXIT.
000562      EXIT.
000564
000566******************************************************************
000568* 2000-ROLL-UP-RECORD -- READ ONE ACCOUNTING RECORD AND ROLL IT
000570*   INTO ITS SUPPLIER-MONTH ENTRY, OPENING A NEW ENTRY THE
000572*   FIRST TIME A SUPPLIER BILLS IN A MONTH. A RECORD WITH
000574*   GARBAGE NUMERIC FIELDS IS COUNTED AND SKIPPED.
000576*
000578*   A FEED FEEDSPLT CUT INTO CHUNKS BILLS ONE RECORD PER CHUNK,
000580*   ALL UNDER ONE RUN GROUP, AND IS ONE LOGICAL RUN FOR BILLING:
000582*   A CHUNK RECORD CARRYING THE SAME GROUP AND SUPPLIER AS THE
000584*   CHUNK JUST ROLLED UP, WITH A HIGHER CHUNK RUN-ID, JOINS THAT
000586*   RUN - ITS COUNTS ADD IN, BUT IT IS NOT ANOTHER RUN, AND IT
000588*   STAYS IN THE MONTH THE RUN STARTED IN. GROUP IDS COME AROUND
000590*   AGAIN NIGHT AFTER NIGHT, SO THE NEXT NIGHT'S FIRST CHUNK
000592*   (A LOWER RUN-ID) STARTS A NEW RUN, AS DOES A CHUNK RERUN
000594*   UNDER THE SAME RUN-ID, JUST AS A RERUN OF AN UNSPLIT FEED
000596*   BILLS AGAIN.
000598******************************************************************
000600 2000-ROLL-UP-RECORD.
000602      READ ACCOUNTING-FILE INTO ACCOUNTING-RECORD
000604          AT END
000606              SET AF-AT-EOF TO TRUE
000608              GO TO 2000-ROLL-UP-RECORD-EXIT
000610      END-READ.
000612      ADD 1 TO RECS-READ.
000614      IF AR-RUN-DATE NOT NUMERIC OR
000616         AR-LINE-CNT NOT NUMERIC OR
000618         AR-RECT-CNT NOT NUMERIC OR
000620         AR-POINT-CNT NOT NUMERIC OR
000622         AR-COLOR-REJ-CNT NOT NUMERIC OR
000624         AR-SCENE-CNT NOT NUMERIC OR
000626         AR-FRAME-CNT NOT NUMERIC OR
000628         AR-ELAPSED-SECS NOT NUMERIC
000630          ADD 1 TO RECS-SKIPPED
000632          MOVE SPACES TO LAST-RUN-GROUP
000634          GO TO 2000-ROLL-UP-RECORD-EXIT
000636      END-IF.
000638      IF AR-RUN-GROUP NOT = SPACES AND
000640         AR-RUN-GROUP = LAST-RUN-GROUP AND
000642         AR-SUPPLIER-ID = LAST-GROUP-SUPPLIER AND
000644         AR-RUN-ID > LAST-GROUP-RUN-ID
000646          MOVE LAST-GROUP-HIT TO GRP-HIT
000648          MOVE AR-RUN-ID TO LAST-GROUP-RUN-ID
000650          ADD 1 TO SM-CHUNKS (GRP-HIT)
000652          GO TO 2000-ROLL-UP-RECORD-ADD
000654      END-IF.
000656      MOVE 0 TO GRP-HIT.
000658      PERFORM 2100-SEARCH-GROUP THRU 2100-SEARCH-GROUP-EXIT
000660          VARYING GRP-IDX FROM 1 BY 1
000662          UNTIL GRP-IDX > GRP-COUNT OR GRP-HIT > 0.
000664      IF GRP-HIT = 0
000666          IF GRP-COUNT >= 200
000668              DISPLAY "2000-ROLL-UP-RECORD: SUPPLIER-MONTH "
000670                      "TABLE FULL, RECORD SKIPPED - CUT THE "
000672                      "ACCOUNTING FILE OVER"
000674              ADD 1 TO RECS-SKIPPED
000676              MOVE SPACES TO LAST-RUN-GROUP
000678              GO TO 2000-ROLL-UP-RECORD-EXIT
000680          END-IF
000682          ADD 1 TO GRP-COUNT
000684          MOVE GRP-COUNT TO GRP-HIT
000686          INITIALIZE SM-ENTRY (GRP-HIT)
000688          MOVE AR-SUPPLIER-ID TO SM-SUPPLIER-ID (GRP-HIT)
000690          MOVE AR-YYYYMM TO SM-MONTH (GRP-HIT)
000692      END-IF.
000694      ADD 1 TO SM-RUNS (GRP-HIT).
000696      MOVE AR-RUN-GROUP TO LAST-RUN-GROUP.
000698      IF AR-RUN-GROUP NOT = SPACES
000700          MOVE AR-SUPPLIER-ID TO LAST-GROUP-SUPPLIER
000702          MOVE AR-RUN-ID TO LAST-GROUP-RUN-ID
000704          MOVE GRP-HIT TO LAST-GROUP-HIT
000706          ADD 1 TO SM-SPLIT-RUNS (GRP-HIT)
000708          ADD 1 TO SM-CHUNKS (GRP-HIT)
000710      END-IF.
000712 2000-ROLL-UP-RECORD-ADD.
000714      ADD AR-LINE-CNT TO SM-LINE-CNT (GRP-HIT).
000716      ADD AR-RECT-CNT TO SM-RECT-CNT (GRP-HIT).
000718      ADD AR-POINT-CNT TO SM-POINT-CNT (GRP-HIT).
000720      ADD AR-COLOR-REJ-CNT TO SM-COLOR-REJ-CNT (GRP-HIT).
000722      ADD AR-SCENE-CNT TO SM-SCENE-CNT (GRP-HIT).
000724      ADD AR-FRAME-CNT TO SM-FRAME-CNT (GRP-HIT).
000726      ADD AR-ELAPSED-SECS TO SM-ELAPSED-SECS (GRP-HIT).
000728 2000-ROLL-UP-RECORD-EXIT.
000730      EXIT.
000732
000734 2100-SEARCH-GROUP.
000736      IF SM-SUPPLIER-ID (GRP-IDX) = AR-SUPPLIER-ID AND
000738         SM-MONTH (GRP-IDX) = AR-YYYYMM
000740          MOVE GRP-IDX TO GRP-HIT
000742      END-IF.
000744 2100-SEARCH-GROUP-EXIT.
000746      EXIT.
000748
000750******************************************************************
000752* 8000-CHARGEBACK-REPORT -- ONE BLOCK PER SUPPLIER PER MONTH,
000754*   TOTALS AND PER-RUN AVERAGES, IN THE ORDER THE PAIRS FIRST
000756*   BILLED, THEN THE FILE-WIDE COVERAGE TOTALS.
000758******************************************************************
000760 8000-CHARGEBACK-REPORT.
000762      MOVE SPACES TO CHARGE-REPORT-RECORD.
000764      STRING "SUPPLIER CHARGEBACK REPORT - " REPORT-DATE
000766          DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
000768      WRITE CHARGE-REPORT-RECORD.
000770
000772      PERFORM 8100-REPORT-ONE-GROUP
000774          THRU 8100-REPORT-ONE-GROUP-EXIT
000776          VARYING GRP-IDX FROM 1 BY 1
000778          UNTIL GRP-IDX > GRP-COUNT.
000780
000782      MOVE SPACES TO CHARGE-REPORT-RECORD.
000784      STRING "ACCOUNTING RECORDS READ. " RECS-READ
000786          DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
000788      WRITE CHARGE-REPORT-RECORD.
000790
000792      MOVE SPACES TO CHARGE-REPORT-RECORD.
000794      STRING "RECORDS SKIPPED BAD..... " RECS-SKIPPED
000796          DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
000798      WRITE CHARGE-REPORT-RECORD.
000800
000802      MOVE SPACES TO CHARGE-REPORT-RECORD.
000804      STRING "SUPPLIER-MONTHS BILLED.. " GROUPS-REPORTED
000806          DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
000808      WRITE CHARGE-REPORT-RECORD.
000810 8000-CHARGEBACK-REPORT-EXIT.
000812      EXIT.
000814
000816 8100-REPORT-ONE-GROUP.
000818      PERFORM 8200-FIND-SUPPLIER-NAME
000820          THRU 8200-FIND-SUPPLIER-NAME-EXIT.
000822      MOVE SPACES TO CHARGE-REPORT-RECORD.
000824      STRING "SUPPLIER " SM-SUPPLIER-ID (GRP-IDX)
000826          " " PRINT-NAME
000828          " MONTH " SM-MONTH (GRP-IDX)
000830          " RUNS " SM-RUNS (GRP-IDX)
000832          DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
000834      WRITE CHARGE-REPORT-RECORD.
000836
000838      MOVE SPACES TO CHARGE-REPORT-RECORD.
000840      STRING "  LINE/RECT/POINT....... " SM-LINE-CNT (GRP-IDX)
000842          "/" SM-RECT-CNT (GRP-IDX)
000844          "/" SM-POINT-CNT (GRP-IDX)
000846          DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
000848      WRITE CHARGE-REPORT-RECORD.
000850
000852      MOVE SPACES TO CHARGE-REPORT-RECORD.
000854      STRING "  COLOR REJECTS......... "
000856          SM-COLOR-REJ-CNT (GRP-IDX)
000858          DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
000860      WRITE CHARGE-REPORT-RECORD.
000862
000864      MOVE SPACES TO CHARGE-REPORT-RECORD.
000866      STRING "  SCENES/FRAMES......... " SM-SCENE-CNT (GRP-IDX)
000868          "/" SM-FRAME-CNT (GRP-IDX)
000870          DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
000872      WRITE CHARGE-REPORT-RECORD.
000874
000876      IF SM-SPLIT-RUNS (GRP-IDX) > 0
000878          MOVE SPACES TO CHARGE-REPORT-RECORD
000880          STRING "  SPLIT RUNS/CHUNKS..... "
000882              SM-SPLIT-RUNS (GRP-IDX)
000884              "/" SM-CHUNKS (GRP-IDX)
000886              DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
000888          WRITE CHARGE-REPORT-RECORD
000890      END-IF.
000892
000894      MOVE SPACES TO CHARGE-REPORT-RECORD.
000896      STRING "  ELAPSED SECONDS....... "
000898          SM-ELAPSED-SECS (GRP-IDX)
000900          DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
000902      WRITE CHARGE-REPORT-RECORD.
000904
000906*     THE AVERAGES ARE PER LOGICAL RUN, A SPLIT FEED COUNTING
000908*     ONCE: THE SHAPE AVERAGE SHOWS A SUPPLIER'S REAL NIGHTLY
000910*     VOLUME EVEN ONCE FEEDSPLT IS CUTTING IT UNDER THE
000912*     9999-ITERATION CAP, THE SECONDS AVERAGE PRICES THE
000914*     TYPICAL RUN.
000916      COMPUTE TOTAL-SHAPES = SM-LINE-CNT (GRP-IDX)
000918          + SM-RECT-CNT (GRP-IDX) + SM-POINT-CNT (GRP-IDX)
000920          ON SIZE ERROR
000922              MOVE 99999999 TO TOTAL-SHAPES
000924      END-COMPUTE.
000926      DIVIDE TOTAL-SHAPES BY SM-RUNS (GRP-IDX)
000928          GIVING AVG-SHAPES
000930          ON SIZE ERROR
000932              MOVE 0 TO AVG-SHAPES
000934      END-DIVIDE.
000936      DIVIDE SM-ELAPSED-SECS (GRP-IDX) BY SM-RUNS (GRP-IDX)
000938          GIVING AVG-SECS
000940          ON SIZE ERROR
000942              MOVE 0 TO AVG-SECS
000944      END-DIVIDE.
000946      MOVE SPACES TO CHARGE-REPORT-RECORD.
000948      STRING "  AVG SHAPES/SECS PER RUN " AVG-SHAPES
000950          "/" AVG-SECS
000952          DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
000954      WRITE CHARGE-REPORT-RECORD.
000956
000958      ADD 1 TO GROUPS-REPORTED.
000960 8100-REPORT-ONE-GROUP-EXIT.
000962      EXIT.
000964
000966******************************************************************
000968* 8200-FIND-SUPPLIER-NAME -- THE REGISTERED NAME FOR THE GROUP'S
000970*   SUPPLIER ID. THE IDS MAIN-METHOD BILLS HOUSE WORK TO
000972*   (*MASTER*, *PLAYLST, *NOHDR*), THE COMBINED FEED AND THE
000974*   SHAPEREP RECYCLE FEED NEVER APPEAR ON THE REGISTRY AND ARE
000976*   LABELED FOR WHAT THEY ARE.
000978******************************************************************
000980 8200-FIND-SUPPLIER-NAME.
000982      MOVE 0 TO NAME-HIT.
000984      PERFORM 8210-SEARCH-NAME THRU 8210-SEARCH-NAME-EXIT
000986          VARYING NAME-IDX FROM 1 BY 1
000988          UNTIL NAME-IDX > NAME-COUNT OR NAME-HIT > 0.
000990      IF NAME-HIT > 0
000992          MOVE SN-SUPPLIER-NAME (NAME-HIT) TO PRINT-NAME
000994          GO TO 8200-FIND-SUPPLIER-NAME-EXIT
000996      END-IF.
000998      EVALUATE TRUE
001000          WHEN SM-SUPPLIER-ID (GRP-IDX) (1:1) = "*"
001002              MOVE "HOUSE WORK" TO PRINT-NAME
001004          WHEN SM-SUPPLIER-ID (GRP-IDX) = "MERGED"
001006              MOVE "COMBINED SUPPLIER FEED" TO PRINT-NAME
001008          WHEN SM-SUPPLIER-ID (GRP-IDX) = "RECYCLE"
001010              MOVE "REPAIRED REJECTS (RECYCLE)" TO PRINT-NAME
001012          WHEN OTHER
001014              MOVE "*** NOT ON SUPPLIER REGISTRY" TO PRINT-NAME
001016      END-EVALUATE.
001018 8200-FIND-SUPPLIER-NAME-EXIT.
001020      EXIT.
001022
001024 8210-SEARCH-NAME.
001026      IF SN-SUPPLIER-ID (NAME-IDX) = SM-SUPPLIER-ID (GRP-IDX)
001028          MOVE NAME-IDX TO NAME-HIT
001030      END-IF.
001032 8210-SEARCH-NAME-EXIT.
001034      EXIT.
001036
001038******************************************************************
001040* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CONDITION
001042*   CODE: 0 NORMALLY, 4 WHEN THE FILE WAS EMPTY OR ANY RECORD
001044*   HAD TO BE SKIPPED, SO THE BILLING RUN FLAGS A QUESTIONABLE
001046*   REPORT INSTEAD OF INVOICING OFF IT QUIETLY.
001048******************************************************************
001050 9000-TERMINATE.
001052      IF AF-FILE-STATUS NOT = "35"
001054          CLOSE ACCOUNTING-FILE
001056      END-IF.
001058      CLOSE CHARGE-REPORT-FILE.
001060      IF RECS-READ = 0 OR RECS-SKIPPED > 0
001062          MOVE 4 TO RETURN-CODE
001064      END-IF.
001066 9000-TERMINATE-EXIT.
001068      EXIT.
001070
001072 END PROGRAM ACCTRPT.
