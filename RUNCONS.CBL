000132*             REPORT ON CONSRPT OF RUNS ON FILE, RECORDS ADDED
000134*             AND ANOMALIES FOUND.
000136*
000138*             A FEED CUT BY FEEDSPLT IS DRAWN AS SEVERAL CHUNK
000140*             RUNS THAT SHARE ONE RUNLOG; THEIR RUN-IDS ARE THE
000142*             GROUP STEM FOLLOWED BY 01, 02 AND SO ON. A LOG
000144*             THAT STEPS FROM ONE CHUNK TO THE NEXT IN THAT
000146*             ORDER IS ONE LOGICAL RUN, NOT A MIXED LOG: EACH
000148*             CHUNK'S ITER NUMBERING STARTS AGAIN, AND ANY CHUNK
000150*             ALREADY ON RUNHIST REFUSES THE APPEND.
000152*
000154* STEP CONDITION CODES:
000156*   0  LOG APPENDED CLEAN
000158*   4  LOG APPENDED WITH WARNINGS (OUT OF ORDER, ITER GAPS,
000160*      MIXED RUN KEYS) OR THE LOG WAS EMPTY
000162*   8  APPEND REFUSED: DUPLICATE RUN ALREADY ON RUNHIST, OR
000164*      THE HISTORY COULD NOT BE FULLY CHECKED
000166*
000168* MODIFICATION HISTORY
000170* DATE       INIT  DESCRIPTION
000172* ---------- ----  ---------------------------------------------
000174* 2026-09-02 DW    ORIGINAL RUNHIST CONSOLIDATION PROGRAM.
000176* 2026-10-15 DW    CHUNK RUNS OF ONE RUN GROUP (<STEM>01, <STEM>02
000178*                  ...) ARE CONSOLIDATED AS ONE LOG: A STEP TO
000180*                  THE NEXT CHUNK IS NOT A MIXED KEY OR AN ITER
000182*                  GAP, AND EVERY CHUNK IS CHECKED FOR A
000184*                  DUPLICATE.
000186* Tectonics: cobc
000188******************************************************************
000190 IDENTIFICATION DIVISION.
000192 PROGRAM-ID. RUNCONS.
000194 ENVIRONMENT DIVISION.
000196 INPUT-OUTPUT SECTION.
000198 FILE-CONTROL.
000200     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000202         ORGANIZATION IS LINE SEQUENTIAL
000204         FILE STATUS IS RL-FILE-STATUS.
000206     SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
000208         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS HF-FILE-STATUS.
000212     SELECT CONSOL-REPORT-FILE ASSIGN TO "CONSRPT"
000214         ORGANIZATION IS LINE SEQUENTIAL
000216         FILE STATUS IS CN-FILE-STATUS.
000218 DATA DIVISION.
000220 FILE SECTION.
000222* LOG-RECORD MIRRORS RUN-LOG-RECORD IN MAIN-METHOD (AND
000224* HISTORY-RECORD IN RUNTREND) - KEEP THE THREE IN STEP.
000226 FD  RUN-LOG-FILE.
000228 01  LOG-RECORD.
000230     05  RL-DATE         PIC 9(8).
000232     05  FILLER          PIC X(1).
000234     05  RL-TIME         PIC 9(8).
000236     05  FILLER          PIC X(1).
000238     05  RL-RUN-ID       PIC X(8).
000240     05  FILLER          PIC X(1).
000242     05  RL-ITER         PIC 9(4).
000244     05  FILLER          PIC X(1).
000246     05  RL-SHAPE-DATA   PIC X(36).
000248 FD  HISTORY-FILE.
000250 01  HISTORY-RECORD.
000252     05  HR-DATE         PIC 9(8).
000254     05  FILLER          PIC X(1).
000256     05  HR-TIME         PIC 9(8).
000258     05  FILLER          PIC X(1).
000260     05  HR-RUN-ID       PIC X(8).
000262     05  FILLER          PIC X(1).
000264     05  HR-ITER         PIC 9(4).
000266     05  FILLER          PIC X(1).
000268     05  HR-SHAPE-DATA   PIC X(36).
000270 FD  CONSOL-REPORT-FILE.
000272 01  CONSOL-REPORT-RECORD PIC X(80).
000274 WORKING-STORAGE SECTION.
000276  77 RL-FILE-STATUS PIC X(2) VALUE "00".
000278  77 HF-FILE-STATUS PIC X(2) VALUE "00".
000280  77 CN-FILE-STATUS PIC X(2) VALUE "00".
000282  77 RL-EOF-SW PIC X(1) VALUE "N".
000284      88 RL-AT-EOF VALUE "Y".
000286  77 HF-EOF-SW PIC X(1) VALUE "N".
000288      88 HF-AT-EOF VALUE "Y".
000290  77 CONSOL-DATE PIC 9(8) VALUE 0.
000292  77 HIST-RECS-READ PIC 9(6) VALUE 0.
000294  77 HIST-RECS-BAD PIC 9(6) VALUE 0.
000296  77 LOG-RECS-READ PIC 9(6) VALUE 0.
000298  77 LOG-RECS-ADDED PIC 9(6) VALUE 0.
000300  77 MIXED-KEY-CNT PIC 9(6) VALUE 0.
000302  77 ITER-GAP-CNT PIC 9(6) VALUE 0.
000304  77 ANOMALY-CNT PIC 9(6) VALUE 0.
000306* THE RUN BEING APPENDED - TAKEN FROM THE LOG'S FIRST RECORD.
000308  77 NEW-RUN-DATE PIC 9(8) VALUE 0.
000310  77 NEW-RUN-ID PIC X(8) VALUE SPACES.
000312  77 NEW-KEY-SW PIC X(1) VALUE "N".
000314      88 NEW-KEY-SET VALUE "Y".
000316* THE CHUNK OF A SPLIT RUN NOW BEING READ, AND THE CHUNK KEYS
000318* SEEN SO FAR (99 IS THE MOST CHUNKS FEEDSPLT CUTS).
000320  77 CUR-RUN-DATE PIC 9(8) VALUE 0.
000322  77 CUR-RUN-ID PIC X(8) VALUE SPACES.
000324  77 CHUNK-COUNT PIC 9(2) VALUE 0.
000326  77 CHUNK-IDX PIC 9(2) COMP VALUE 0.
000328  01 CHUNK-KEY-TABLE.
000330   05 CK-ENTRY OCCURS 99 TIMES.
000332    10 CK-DATE PIC 9(8).
000334    10 CK-RUN-ID PIC X(8).
000336* CHUNK RUN-ID SPLIT INTO STEM AND NUMBER FOR THE NEXT-CHUNK TEST.
000338  77 CUR-ID-LEN PIC 9(2) COMP VALUE 0.
000340  77 NEW-ID-LEN PIC 9(2) COMP VALUE 0.
000342  77 ID-TRAIL PIC 9(2) COMP VALUE 0.
000344  77 CUR-CHUNK-NO PIC 9(2) VALUE 0.
000346  77 NEW-CHUNK-NO PIC 9(2) VALUE 0.
000348  77 NEXT-CHUNK-SW PIC X(1) VALUE "N".
000350      88 NEXT-CHUNK VALUE "Y".
000352  77 PREV-ITER PIC 9(4) VALUE 0.
000354  77 PREV-ITER-SW PIC X(1) VALUE "N".
000356      88 PREV-ITER-SET VALUE "Y".
000358* THE VERDICT SWITCHES THE APPEND AND THE CONDITION CODE KEY ON.
000360  77 DUPLICATE-SW PIC X(1) VALUE "N".
000362      88 DUPLICATE-RUN VALUE "Y".
000364  77 OUT-OF-ORDER-SW PIC X(1) VALUE "N".
000366      88 OUT-OF-ORDER VALUE "Y".
000368  77 HIST-SHORT-SW PIC X(1) VALUE "N".
000370      88 HISTORY-UNCHECKED VALUE "Y".
000372* DISTINCT RUNS ALREADY ON RUNHIST, IN THE ORDER THEY APPEAR.
000374* 500 RUNS IS WELL OVER A YEAR OF NIGHTLY HISTORY.
000376  77 RUN-COUNT PIC 9(3) VALUE 0.
000378  77 RUN-IDX PIC 9(3) COMP VALUE 0.
000380  77 RUN-HIT PIC 9(3) COMP VALUE 0.
000382  77 LAST-HIST-DATE PIC 9(8) VALUE 0.
000384  01 RUN-KEY-TABLE.
000386   05 RK-ENTRY OCCURS 500 TIMES.
000388    10 RK-DATE PIC 9(8).
000390    10 RK-RUN-ID PIC X(8).
000392 PROCEDURE DIVISION.
000394 0000-MAINLINE.
000396      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000398      PERFORM 2000-SCAN-HISTORY THRU 2000-SCAN-HISTORY-EXIT.
000400      PERFORM 3000-CHECK-RUN-LOG THRU 3000-CHECK-RUN-LOG-EXIT.
000402      PERFORM 4000-JUDGE-APPEND THRU 4000-JUDGE-APPEND-EXIT.
000404      IF NOT DUPLICATE-RUN AND NOT HISTORY-UNCHECKED AND
000406         LOG-RECS-READ > 0
000408          PERFORM 5000-APPEND-RUN-LOG
000410              THRU 5000-APPEND-RUN-LOG-EXIT
000412      END-IF.
000414      PERFORM 8000-CONSOL-TOTALS THRU 8000-CONSOL-TOTALS-EXIT.
000416      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000418      GOBACK.
000420
000422******************************************************************
000424* 1000-INITIALIZE -- OPEN THE DAY'S RUN LOG. A MISSING LOG IS
000426*   FATAL - THE STEP WAS SCHEDULED TO ARCHIVE SOMETHING.
000428******************************************************************
000430 1000-INITIALIZE.
000432      ACCEPT CONSOL-DATE FROM DATE YYYYMMDD.
000434      OPEN INPUT RUN-LOG-FILE.
000436      IF RL-FILE-STATUS NOT = "00"
000438          DISPLAY "1000-INITIALIZE: RUNLOG OPEN FAILED, "
000440                  "STATUS=" RL-FILE-STATUS
000442          MOVE 32 TO RETURN-CODE
000444          STOP RUN
000446      END-IF.
000448 1000-INITIALIZE-EXIT.
000450      EXIT.
000452
000454******************************************************************
000456* 2000-SCAN-HISTORY -- WALK RUNHIST ONCE, COLLECTING THE
000458*   DISTINCT RL-DATE + RL-RUN-ID PAIRS ALREADY ON FILE AND THE
000460*   LAST RUN DATE, SO THE APPEND CAN BE JUDGED AGAINST WHAT IS
000462*   REALLY THERE. NO HISTORY YET IS A NORMAL FIRST RUN.
000464******************************************************************
000466 2000-SCAN-HISTORY.
000468      OPEN INPUT HISTORY-FILE.
000470      IF HF-FILE-STATUS = "35"
000472          DISPLAY "2000-SCAN-HISTORY: NO RUNHIST YET - FIRST "
000474                  "CONSOLIDATION CREATES IT"
000476          SET HF-AT-EOF TO TRUE
000478          GO TO 2000-SCAN-HISTORY-EXIT
000480      END-IF.
000482      IF HF-FILE-STATUS NOT = "00"
000484          DISPLAY "2000-SCAN-HISTORY: RUNHIST OPEN FAILED, "
000486                  "STATUS=" HF-FILE-STATUS
000488          MOVE 32 TO RETURN-CODE
000490          STOP RUN
000492      END-IF.
000494      PERFORM 2100-SCAN-ONE-HIST-REC
000496          THRU 2100-SCAN-ONE-HIST-REC-EXIT
000498          UNTIL HF-AT-EOF.
000500      CLOSE HISTORY-FILE.
000502 2000-SCAN-HISTORY-EXIT.
000504      EXIT.
000506
000508 2100-SCAN-ONE-HIST-REC.
000510      READ HISTORY-FILE INTO HISTORY-RECORD
000512          AT END
000514              SET HF-AT-EOF TO TRUE
000516              GO TO 2100-SCAN-ONE-HIST-REC-EXIT
000518      END-READ.
000520      ADD 1 TO HIST-RECS-READ.
000522      IF HR-DATE NOT NUMERIC
000524          ADD 1 TO HIST-RECS-BAD
000526          GO TO 2100-SCAN-ONE-HIST-REC-EXIT
000528      END-IF.
000530      MOVE 0 TO RUN-HIT.
000532      PERFORM 2150-SEARCH-RUN-KEY
000534          THRU 2150-SEARCH-RUN-KEY-EXIT
000536          VARYING RUN-IDX FROM 1 BY 1
000538          UNTIL RUN-IDX > RUN-COUNT OR RUN-HIT > 0.
000540      IF RUN-HIT = 0
000542          IF RUN-COUNT >= 500
000544*             AN UNCHECKABLE HISTORY MUST NOT BE APPENDED TO -
000546*             A DUPLICATE COULD HIDE IN THE UNSCANNED KEYS AND
000548*             THE WHOLE POINT OF THIS STEP IS GONE.
000550              IF NOT HISTORY-UNCHECKED
000552                  DISPLAY "2100-SCAN-ONE-HIST-REC: RUN KEY "
000554                          "TABLE FULL - APPEND REFUSED, CUT "
000556                          "RUNHIST OVER"
000558                  SET HISTORY-UNCHECKED TO TRUE
000560              END-IF
000562          ELSE
000564              ADD 1 TO RUN-COUNT
000566              MOVE HR-DATE TO RK-DATE (RUN-COUNT)
000568              MOVE HR-RUN-ID TO RK-RUN-ID (RUN-COUNT)
000570          END-IF
000572      END-IF.
000574      IF HR-DATE > LAST-HIST-DATE
000576          MOVE HR-DATE TO LAST-HIST-DATE
000578      END-IF.
000580 2100-SCAN-ONE-HIST-REC-EXIT.
000582      EXIT.
000584
000586 2150-SEARCH-RUN-KEY.
000588      IF RK-DATE (RUN-IDX) = HR-DATE AND
000590         RK-RUN-ID (RUN-IDX) = HR-RUN-ID
000592          MOVE RUN-IDX TO RUN-HIT
000594      END-IF.
000596 2150-SEARCH-RUN-KEY-EXIT.
000598      EXIT.
000600
000602******************************************************************
000604* 3000-CHECK-RUN-LOG -- FIRST PASS OVER THE DAY'S LOG: TAKE THE
000606*   RUN KEY FROM THE FIRST RECORD, COUNT RECORDS WHOSE KEY
000608*   DIFFERS (A LOG THAT WAS ITSELF CONCATENATED BY HAND), AND
000610*   COUNT GAPS IN THE RL-ITER NUMBERING. NOTHING IS WRITTEN ON
000612*   THIS PASS.
000614******************************************************************
000616 3000-CHECK-RUN-LOG.
000618      PERFORM 3100-CHECK-ONE-LOG-REC
000620          THRU 3100-CHECK-ONE-LOG-REC-EXIT
000622          UNTIL RL-AT-EOF.
000624      CLOSE RUN-LOG-FILE.
000626 3000-CHECK-RUN-LOG-EXIT.
000628      EXIT.
000630
000632* A RESUMED RUN REOPENS ITS LOG EXTEND AND CONTINUES THE ITER
000634* NUMBERING, SO WITHIN ONE RUN THE ITERS SHOULD ONLY EVER STEP
000636* BY ONE. A JUMP MEANS RECORDS WENT MISSING BETWEEN THE RUN
000638* AND THIS CONSOLIDATION; A FALLBACK MEANS TWO LOGS GOT MIXED.
000640 3100-CHECK-ONE-LOG-REC.
000642      READ RUN-LOG-FILE INTO LOG-RECORD
000644          AT END
000646              SET RL-AT-EOF TO TRUE
000648              GO TO 3100-CHECK-ONE-LOG-REC-EXIT
000650      END-READ.
000652      ADD 1 TO LOG-RECS-READ.
000654      IF NOT NEW-KEY-SET
000656          MOVE RL-DATE TO NEW-RUN-DATE
000658          MOVE RL-RUN-ID TO NEW-RUN-ID
000660          SET NEW-KEY-SET TO TRUE
000662          PERFORM 3300-START-CHUNK THRU 3300-START-CHUNK-EXIT
000664      ELSE
000666          IF RL-DATE NOT = CUR-RUN-DATE OR
000668             RL-RUN-ID NOT = CUR-RUN-ID
000670              PERFORM 3200-TEST-NEXT-CHUNK
000672                  THRU 3200-TEST-NEXT-CHUNK-EXIT
000674              IF NEXT-CHUNK
000676                  PERFORM 3300-START-CHUNK
000678                      THRU 3300-START-CHUNK-EXIT
000680                  MOVE "N" TO PREV-ITER-SW
000682              ELSE
000684                  ADD 1 TO MIXED-KEY-CNT
000686              END-IF
000688          END-IF
000690      END-IF.
000692      IF RL-ITER NUMERIC
000694          IF PREV-ITER-SET
000696              IF RL-ITER NOT = PREV-ITER + 1 AND
000698                 RL-ITER NOT = PREV-ITER
000700                  ADD 1 TO ITER-GAP-CNT
000702              END-IF
000704          ELSE
000706              SET PREV-ITER-SET TO TRUE
000708          END-IF
000710          MOVE RL-ITER TO PREV-ITER
000712      END-IF.
000714 3100-CHECK-ONE-LOG-REC-EXIT.
000716      EXIT.
000718
000720* THE RECORD STARTS THE NEXT CHUNK WHEN BOTH RUN-IDS END IN A
000722* TWO-DIGIT CHUNK NUMBER, THE STEMS IN FRONT OF IT MATCH, THE
000724* NUMBER GOES UP BY ONE AND THE DATE DOES NOT GO BACKWARDS (A
000726* GROUP MAY RUN PAST MIDNIGHT).
000728 3200-TEST-NEXT-CHUNK.
000730      MOVE "N" TO NEXT-CHUNK-SW.
000732      IF RL-DATE < CUR-RUN-DATE OR CHUNK-COUNT >= 99
000734          GO TO 3200-TEST-NEXT-CHUNK-EXIT
000736      END-IF.
000738      MOVE 0 TO ID-TRAIL.
000740      INSPECT CUR-RUN-ID TALLYING ID-TRAIL FOR TRAILING SPACES.
000742      COMPUTE CUR-ID-LEN = 8 - ID-TRAIL.
000744      MOVE 0 TO ID-TRAIL.
000746      INSPECT RL-RUN-ID TALLYING ID-TRAIL FOR TRAILING SPACES.
000748      COMPUTE NEW-ID-LEN = 8 - ID-TRAIL.
000750      IF CUR-ID-LEN < 3 OR NEW-ID-LEN NOT = CUR-ID-LEN
000752          GO TO 3200-TEST-NEXT-CHUNK-EXIT
000754      END-IF.
000756      IF CUR-RUN-ID (CUR-ID-LEN - 1:2) NOT NUMERIC OR
000758         RL-RUN-ID (NEW-ID-LEN - 1:2) NOT NUMERIC
000760          GO TO 3200-TEST-NEXT-CHUNK-EXIT
000762      END-IF.
000764      IF CUR-RUN-ID (1:CUR-ID-LEN - 2) NOT =
000766         RL-RUN-ID (1:NEW-ID-LEN - 2)
000768          GO TO 3200-TEST-NEXT-CHUNK-EXIT
000770      END-IF.
000772      MOVE CUR-RUN-ID (CUR-ID-LEN - 1:2) TO CUR-CHUNK-NO.
000774      MOVE RL-RUN-ID (NEW-ID-LEN - 1:2) TO NEW-CHUNK-NO.
000776      IF NEW-CHUNK-NO = CUR-CHUNK-NO + 1
000778          SET NEXT-CHUNK TO TRUE
000780      END-IF.
000782 3200-TEST-NEXT-CHUNK-EXIT.
000784      EXIT.
000786
000788 3300-START-CHUNK.
000790      MOVE RL-DATE TO CUR-RUN-DATE.
000792      MOVE RL-RUN-ID TO CUR-RUN-ID.
000794      ADD 1 TO CHUNK-COUNT.
000796      MOVE RL-DATE TO CK-DATE (CHUNK-COUNT).
000798      MOVE RL-RUN-ID TO CK-RUN-ID (CHUNK-COUNT).
000800 3300-START-CHUNK-EXIT.
000802      EXIT.
000804
000806******************************************************************
000808* 4000-JUDGE-APPEND -- THE VERDICT: AN EXACT DUPLICATE OF A RUN
000810*   ALREADY ON RUNHIST REFUSES THE APPEND OUTRIGHT; AN ARRIVAL
000812*   OUT OF DATE ORDER OR WITH SEQUENCE ANOMALIES STILL APPENDS
000814*   BUT WARNS, BECAUSE RUNTREND BREAKS ON KEY CHANGE AND CAN
000816*   STILL REPORT IT - THE REVIEWERS JUST NEED TO KNOW.
000818******************************************************************
000820 4000-JUDGE-APPEND.
000822      IF LOG-RECS-READ = 0
000824          DISPLAY "4000-JUDGE-APPEND: RUNLOG IS EMPTY, "
000826                  "NOTHING TO CONSOLIDATE"
000828          GO TO 4000-JUDGE-APPEND-EXIT
000830      END-IF.
000832      PERFORM 4050-CHECK-ONE-CHUNK THRU 4050-CHECK-ONE-CHUNK-EXIT
000834          VARYING CHUNK-IDX FROM 1 BY 1
000836          UNTIL CHUNK-IDX > CHUNK-COUNT OR DUPLICATE-RUN.
000838      IF DUPLICATE-RUN
000840          GO TO 4000-JUDGE-APPEND-EXIT
000842      END-IF.
000844      IF NEW-RUN-DATE < LAST-HIST-DATE
000846          DISPLAY "4000-JUDGE-APPEND: RUN " NEW-RUN-DATE
000848                  " ARRIVES AFTER " LAST-HIST-DATE
000850                  " - OUT OF DATE ORDER"
000852          SET OUT-OF-ORDER TO TRUE
000854      END-IF.
000856 4000-JUDGE-APPEND-EXIT.
000858      EXIT.
000860
000862 4050-CHECK-ONE-CHUNK.
000864      MOVE 0 TO RUN-HIT.
000866      PERFORM 4100-MATCH-NEW-RUN THRU 4100-MATCH-NEW-RUN-EXIT
000868          VARYING RUN-IDX FROM 1 BY 1
000870          UNTIL RUN-IDX > RUN-COUNT OR RUN-HIT > 0.
000872      IF RUN-HIT > 0
000874          DISPLAY "4000-JUDGE-APPEND: RUN " CK-DATE (CHUNK-IDX)
000876                  " " CK-RUN-ID (CHUNK-IDX)
000878                  " IS ALREADY ON RUNHIST - "
000880                  "DUPLICATE APPEND REFUSED"
000882          SET DUPLICATE-RUN TO TRUE
000884      END-IF.
000886 4050-CHECK-ONE-CHUNK-EXIT.
000888      EXIT.
000890
000892 4100-MATCH-NEW-RUN.
000894      IF RK-DATE (RUN-IDX) = CK-DATE (CHUNK-IDX) AND
000896         RK-RUN-ID (RUN-IDX) = CK-RUN-ID (CHUNK-IDX)
000898          MOVE RUN-IDX TO RUN-HIT
000900      END-IF.
000902 4100-MATCH-NEW-RUN-EXIT.
000904      EXIT.
000906
000908******************************************************************
000910* 5000-APPEND-RUN-LOG -- SECOND PASS: COPY THE LOG WHOLE ONTO
000912*   THE END OF RUNHIST. A FIRST-EVER CONSOLIDATION CREATES THE
000914*   HISTORY FILE.
000916******************************************************************
000918 5000-APPEND-RUN-LOG.
000920      MOVE "N" TO RL-EOF-SW.
000922      OPEN INPUT RUN-LOG-FILE.
000924      IF RL-FILE-STATUS NOT = "00"
000926          DISPLAY "5000-APPEND-RUN-LOG: RUNLOG REOPEN FAILED, "
000928                  "STATUS=" RL-FILE-STATUS
000930          MOVE 32 TO RETURN-CODE
000932          STOP RUN
000934      END-IF.
000936      OPEN EXTEND HISTORY-FILE.
000938      IF HF-FILE-STATUS = "35"
000940          OPEN OUTPUT HISTORY-FILE
000942      END-IF.
000944      IF HF-FILE-STATUS NOT = "00"
000946          DISPLAY "5000-APPEND-RUN-LOG: RUNHIST OPEN FAILED, "
000948                  "STATUS=" HF-FILE-STATUS
000950          MOVE 36 TO RETURN-CODE
000952          STOP RUN
000954      END-IF.
000956      PERFORM 5100-APPEND-ONE-RECORD
000958          THRU 5100-APPEND-ONE-RECORD-EXIT
000960          UNTIL RL-AT-EOF.
000962      CLOSE RUN-LOG-FILE.
000964      CLOSE HISTORY-FILE.
000966 5000-APPEND-RUN-LOG-EXIT.
000968      EXIT.
000970
000972 5100-APPEND-ONE-RECORD.
000974      READ RUN-LOG-FILE INTO LOG-RECORD
000976          AT END
000978              SET RL-AT-EOF TO TRUE
000980              GO TO 5100-APPEND-ONE-RECORD-EXIT
000982      END-READ.
000984      WRITE HISTORY-RECORD FROM LOG-RECORD.
000986      IF HF-FILE-STATUS NOT = "00"
000988          DISPLAY "5100-APPEND-ONE-RECORD: WRITE FAILED, "
000990                  "STATUS=" HF-FILE-STATUS
000992          MOVE 36 TO RETURN-CODE
000994          STOP RUN
000996      END-IF.
000998      ADD 1 TO LOG-RECS-ADDED.
001000 5100-APPEND-ONE-RECORD-EXIT.
001002      EXIT.
001004
001006******************************************************************
001008* 8000-CONSOL-TOTALS -- THE CONTROL REPORT: WHAT WAS ON FILE,
001010*   WHAT WAS ADDED, AND EVERY ANOMALY THE CHECKS TURNED UP.
001012******************************************************************
001014 8000-CONSOL-TOTALS.
001016      OPEN OUTPUT CONSOL-REPORT-FILE.
001018      IF CN-FILE-STATUS NOT = "00"
001020          DISPLAY "8000-CONSOL-TOTALS: OPEN FAILED, STATUS="
001022                  CN-FILE-STATUS
001024          GO TO 8000-CONSOL-TOTALS-EXIT
001026      END-IF.
001028
001030      MOVE SPACES TO CONSOL-REPORT-RECORD.
001032      STRING "RUNHIST CONSOLIDATION - " CONSOL-DATE
001034          DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD.
001036      WRITE CONSOL-REPORT-RECORD.
001038
001040      MOVE SPACES TO CONSOL-REPORT-RECORD.
001042      STRING "RUNS ON FILE............ " RUN-COUNT
001044          DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD.
001046      WRITE CONSOL-REPORT-RECORD.
001048
001050      MOVE SPACES TO CONSOL-REPORT-RECORD.
001052      STRING "HISTORY RECORDS READ.... " HIST-RECS-READ
001054          DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD.
001056      WRITE CONSOL-REPORT-RECORD.
001058
001060      MOVE SPACES TO CONSOL-REPORT-RECORD.
001062      STRING "RUN BEING ADDED......... " NEW-RUN-DATE
001064          " " NEW-RUN-ID
001066          DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD.
001068      WRITE CONSOL-REPORT-RECORD.
001070
001072      IF CHUNK-COUNT > 1
001074          MOVE SPACES TO CONSOL-REPORT-RECORD
001076          STRING "CHUNK RUNS IN LOG....... " CHUNK-COUNT
001078              "  LAST " CUR-RUN-DATE " " CUR-RUN-ID
001080              DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD
001082          WRITE CONSOL-REPORT-RECORD
001084      END-IF.
001086
001088      MOVE SPACES TO CONSOL-REPORT-RECORD.
001090      STRING "LOG RECORDS READ........ " LOG-RECS-READ
001092          DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD.
001094      WRITE CONSOL-REPORT-RECORD.
001096
001098      MOVE SPACES TO CONSOL-REPORT-RECORD.
001100      STRING "RECORDS ADDED........... " LOG-RECS-ADDED
001102          DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD.
001104      WRITE CONSOL-REPORT-RECORD.
001106
001108      MOVE SPACES TO CONSOL-REPORT-RECORD.
001110      STRING "MIXED RUN KEYS IN LOG... " MIXED-KEY-CNT
001112          DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD.
001114      WRITE CONSOL-REPORT-RECORD.
001116
001118      MOVE SPACES TO CONSOL-REPORT-RECORD.
001120      STRING "ITERATION GAPS IN LOG... " ITER-GAP-CNT
001122          DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD.
001124      WRITE CONSOL-REPORT-RECORD.
001126
001128      MOVE SPACES TO CONSOL-REPORT-RECORD.
001130      STRING "BAD HISTORY RECORDS..... " HIST-RECS-BAD
001132          DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD.
001134      WRITE CONSOL-REPORT-RECORD.
001136
001138      MOVE SPACES TO CONSOL-REPORT-RECORD.
001140      EVALUATE TRUE
001142          WHEN DUPLICATE-RUN
001144              STRING "DISPOSITION............. *** DUPLICATE "
001146                  "RUN - APPEND REFUSED ***"
001148                  DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD
001150          WHEN HISTORY-UNCHECKED
001152              STRING "DISPOSITION............. *** HISTORY "
001154                  "UNCHECKABLE - APPEND REFUSED ***"
001156                  DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD
001158          WHEN LOG-RECS-READ = 0
001160              STRING "DISPOSITION............. EMPTY LOG - "
001162                  "NOTHING ADDED"
001164                  DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD
001166          WHEN OUT-OF-ORDER OR MIXED-KEY-CNT > 0 OR
001168               ITER-GAP-CNT > 0
001170              STRING "DISPOSITION............. APPENDED WITH "
001172                  "WARNINGS"
001174                  DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD
001176          WHEN OTHER
001178              STRING "DISPOSITION............. APPENDED CLEAN"
001180                  DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD
001182      END-EVALUATE.
001184      WRITE CONSOL-REPORT-RECORD.
001186
001188      IF OUT-OF-ORDER
001190          MOVE SPACES TO CONSOL-REPORT-RECORD
001192          STRING "  RUN DATE PRECEDES LAST HISTORY DATE "
001194              LAST-HIST-DATE
001196              DELIMITED BY SIZE INTO CONSOL-REPORT-RECORD
001198          WRITE CONSOL-REPORT-RECORD
001200      END-IF.
001202
001204      CLOSE CONSOL-REPORT-FILE.
001206 8000-CONSOL-TOTALS-EXIT.
001208      EXIT.
001210
001212******************************************************************
001214* 9000-TERMINATE -- SET THE STEP CONDITION CODE: 8 WHEN THE
001216*   APPEND WAS REFUSED (THE TREND NUMBERS GO TO MANAGEMENT AND
001218*   A DOUBLE-COUNTED RUN IS EXACTLY WHAT THIS STEP EXISTS TO
001220*   STOP), 4 FOR WARNINGS OR AN EMPTY LOG, 0 FOR A CLEAN
001222*   APPEND.
001224******************************************************************
001226 9000-TERMINATE.
001228      IF DUPLICATE-RUN OR HISTORY-UNCHECKED
001230          MOVE 8 TO RETURN-CODE
001232          GO TO 9000-TERMINATE-EXIT
001234      END-IF.
001236      IF LOG-RECS-READ = 0 OR OUT-OF-ORDER OR
001238         MIXED-KEY-CNT > 0 OR ITER-GAP-CNT > 0 OR
001240         HIST-RECS-BAD > 0
001242          MOVE 4 TO RETURN-CODE
001244      END-IF.
001246 9000-TERMINATE-EXIT.
001248      EXIT.
001250
001252 END PROGRAM RUNCONS.
