000108* DATE-COMPILED:
000110* PURPOSE:    MULTI-SUPPLIER FEED MERGE, RUN IN THE JOB STREAM
000112*             AHEAD OF SHAPEEDIT. EACH SUPPLIER NOW DELIVERS ITS
000114*             OWN FEED FILE, NAMED IN THE SUPPLIER REGISTRY
000116*             (SUPREG, KEPT BY SUPMNT), WITH ITS OWN HDR/TRL
000118*             CONTROL RECORDS; CONCATENATING THEM BY HAND LEFT
000120*             ONLY THE FIRST HEADER AND LAST TRAILER STANDING AND
000122*             THE DOWNSTREAM RECONCILIATION JUDGED THE NIGHT
000124*             AGAINST GARBAGE. THIS STEP VERIFIES EACH SUPPLIER'S
000126*             TRAILER COUNT AND HASH TOTALS ON ITS OWN, COPIES
000128*             ONLY THE SUPPLIERS THAT RECONCILE INTO ONE COMBINED
000130*             SHAPEDAT BEHIND A REGENERATED HDR/TRL PAIR, AND
000132*             CLOSES EACH SUPPLIER'S RECORDS WITH A SCENE BREAK
000134*             CARRYING THE SUPPLIER ID SO EACH SUPPLIER'S WORK
000136*             ARCHIVES AS ITS OWN FRAME. THE PER-SUPPLIER TOTALS
000138*             REPORT ON MRGRPT SHOWS EXACTLY WHICH FILE FAILED,
000140*             SO ONLY THAT SUPPLIER IS BOUNCED INSTEAD OF THE
000142*             WHOLE NIGHT.
000144*
000146*             EACH SUPPLIER FILE IS READ TWICE: A VERIFY PASS
000148*             OVER ALL OF THEM FIRST, THEN A COPY PASS OVER THE
000150*             ONES IN BALANCE - NOTHING REACHES THE COMBINED
000152*             FEED UNTIL ITS SUPPLIER HAS PROVED ITS TOTALS.
000154*
000156*             SUPPLIERS MUST AGREE ON THE LOGICAL COORDINATE
000158*             SPACE: THE COMBINED HEADER CAN ONLY DECLARE ONE,
000160*             SO A SUPPLIER WHOSE DECLARED SPACE DIFFERS FROM
000162*             THE FIRST BALANCED SUPPLIER'S IS FAILED AND
000164*             BOUNCED RATHER THAN RENDERED AT THE WRONG SCALE.
000166*
000168*             EVERY SUPPLIER ON THE REGISTRY IS A SLOT, BUT A
000170*             SUSPENDED SUPPLIER'S FILE IS NOT EVEN OPENED. A
000172*             FILE IS BOUNCED WHEN ITS HEADER NAMES A SUPPLIER
000174*             OTHER THAN THE ONE REGISTERED FOR THE FILE, WHEN
000176*             ITS LOGICAL SPACE IS NOT THE CONTRACTED ONE, OR
000178*             WHEN IT CARRIES MORE SHAPE RECORDS THAN THE
000180*             CONTRACTED NIGHTLY VOLUME.
000182*
000184* STEP CONDITION CODES:
000186*   0  EVERY PRESENT SUPPLIER MERGED CLEAN (SUSPENDED
000188*      SUPPLIERS ARE SKIPPED BY DESIGN AND DO NOT COUNT)
000190*   4  AT LEAST ONE SUPPLIER FAILED OR WAS ABSENT, REST MERGED
000192*   8  NO SUPPLIER COULD BE MERGED AT ALL
000194*
000196* MODIFICATION HISTORY
000198* DATE       INIT  DESCRIPTION
000200* ---------- ----  ---------------------------------------------
000202* 2026-09-02 DW    ORIGINAL MULTI-SUPPLIER FEED MERGE.
000204* 2026-10-15 DW    TAKE THE SUPPLIER LIST FROM THE SUPPLIER
000206*                  REGISTRY (SUPREG) INSTEAD OF THE FIXED
000208*                  SUPFEED1-3 SLOTS, UP TO 50 SUPPLIERS. SKIP
000210*                  SUSPENDED SUPPLIERS; BOUNCE A FILE WHOSE HDR
000212*                  NAMES AN UNREGISTERED OR DIFFERENT SUPPLIER,
000214*                  WHOSE LOGICAL SPACE IS NOT THE CONTRACTED ONE
000216*                  OR WHOSE VOLUME EXCEEDS THE CONTRACT. THE
000218*                  REPORT SHOWS THE REGISTERED NAME AND CONTRACT.
000220* 2026-10-15 DW    CARRY "INCL" COMPONENT-INCLUDE RECORDS THROUGH
000222*                  THE MERGE UNDER THE MAIN-METHOD HASH RULE: ONE
000224*                  RECORD, ITS TWO OFFSETS IN THE COORDINATE HASH,
000226*                  NOTHING IN THE COLOR HASH.
000228* Tectonics: cobc
000230******************************************************************
000232 IDENTIFICATION DIVISION.
000234 PROGRAM-ID. FEEDMRG.
000236 ENVIRONMENT DIVISION.
000238 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000242     SELECT SUPPLIER-FILE ASSIGN TO SUPPLIER-DS-NAME
000244         ORGANIZATION IS LINE SEQUENTIAL
000246         FILE STATUS IS SF-FILE-STATUS.
000248     SELECT MERGE-OUT-FILE ASSIGN TO "SHAPEDAT"
000250         ORGANIZATION IS LINE SEQUENTIAL
000252         FILE STATUS IS MO-FILE-STATUS.
000254     SELECT MERGE-REPORT-FILE ASSIGN TO "MRGRPT"
000256         ORGANIZATION IS LINE SEQUENTIAL
000258         FILE STATUS IS MG-FILE-STATUS.
000260     SELECT SUPPLIER-REGISTRY ASSIGN TO "SUPREG"
000262         ORGANIZATION IS INDEXED
000264         ACCESS MODE IS SEQUENTIAL
000266         RECORD KEY IS RG-SUPPLIER-ID
000268         FILE STATUS IS RG-FILE-STATUS.
000270 DATA DIVISION.
000272 FILE SECTION.
000274* LINE-RECORD AND THE HDR/TRL/SCENE CONTROL LAYOUTS MIRROR THE
000276* FEED LAYOUTS IN MAIN-METHOD AND SHAPEEDIT - KEEP IN STEP.
000278 FD  SUPPLIER-FILE.
000280 01  LINE-RECORD.
000282     05  LR-SHAPE-TYPE   PIC X(5).
000284     05  LR-X1           PIC 9(3).
000286     05  LR-Y1           PIC 9(3).
000288     05  LR-X2           PIC 9(3).
000290     05  LR-Y2           PIC 9(3).
000292     05  LR-COLOR-FIELDS.
000294         10  LR-R        PIC 9(3).
000296         10  LR-G        PIC 9(3).
000298         10  LR-B        PIC 9(3).
000300     05  LR-COLOR-VARIANT REDEFINES LR-COLOR-FIELDS.
000302         10  LR-COLOR-CODE PIC X(8).
000304         10  FILLER      PIC X(1).
000306 01  FEED-HEADER-RECORD.
000308     05  HR-RECORD-TYPE  PIC X(5).
000310     05  HR-FEED-DATE    PIC 9(8).
000312     05  HR-SUPPLIER-ID  PIC X(8).
000314     05  HR-LOGICAL-SPACE PIC 9(4).
000316 01  FEED-TRAILER-RECORD.
000318     05  TR-RECORD-TYPE  PIC X(5).
000320     05  TR-REC-COUNT    PIC 9(6).
000322     05  TR-COORD-HASH   PIC 9(9).
000324     05  TR-COLOR-HASH   PIC 9(9).
000326 01  SCENE-BREAK-RECORD.
000328     05  SB-RECORD-TYPE  PIC X(5).
000330     05  SB-SCENE-ID     PIC X(8).
000332* AN INCL COUNTS AS ONE RECORD, ADDS ITS TWO OFFSETS TO THE
000334* COORDINATE HASH AND NOTHING TO THE COLOR HASH - SEE THE
000336* INCLUDE-RECORD NOTE IN MAIN-METHOD.
000338 01  INCLUDE-RECORD.
000340     05  IR-RECORD-TYPE  PIC X(5).
000342     05  IR-X-OFFSET     PIC 9(3).
000344     05  IR-Y-OFFSET     PIC 9(3).
000346     05  IR-DRAWING-ID   PIC X(8).
000348 FD  MERGE-OUT-FILE.
000350 01  MERGE-OUT-RECORD    PIC X(29).
000352 FD  MERGE-REPORT-FILE.
000354 01  MERGE-REPORT-RECORD PIC X(80).
000356* ONE RECORD PER SUPPLIER - SAME LAYOUT SUPMNT MAINTAINS.
000358 FD  SUPPLIER-REGISTRY.
000360 01  REGISTRY-RECORD.
000362     05  RG-SUPPLIER-ID  PIC X(8).
000364     05  RG-SUPPLIER-NAME PIC X(30).
000366     05  RG-FEED-DS-NAME PIC X(8).
000368     05  RG-STATUS       PIC X(1).
000370         88  RG-ACTIVE       VALUE "A".
000372         88  RG-SUSPENDED    VALUE "S".
000374     05  RG-LOGICAL-SPACE PIC 9(4).
000376     05  RG-MAX-VOLUME   PIC 9(6).
000378 WORKING-STORAGE SECTION.
000380  77 SF-FILE-STATUS PIC X(2) VALUE "00".
000382  77 MO-FILE-STATUS PIC X(2) VALUE "00".
000384  77 MG-FILE-STATUS PIC X(2) VALUE "00".
000386  77 RG-FILE-STATUS PIC X(2) VALUE "00".
000388  77 SF-EOF-SW PIC X(1) VALUE "N".
000390      88 SF-AT-EOF VALUE "Y".
000392  77 RG-EOF-SW PIC X(1) VALUE "N".
000394      88 RG-AT-EOF VALUE "Y".
000396  77 SUPPLIER-DS-NAME PIC X(8) VALUE SPACES.
000398  77 MERGE-DATE PIC 9(8) VALUE 0.
000400  77 SUP-IDX PIC 9(2) COMP VALUE 0.
000402  77 SUP-COUNT PIC 9(2) COMP VALUE 0.
000404  77 SUP-SEARCH PIC 9(2) COMP VALUE 0.
000406  77 SUPPLIERS-REGISTERED PIC 9(2) VALUE 0.
000408  77 SUPPLIERS-MERGED PIC 9(2) VALUE 0.
000410  77 SUPPLIERS-FAILED PIC 9(2) VALUE 0.
000412  77 SUPPLIERS-ABSENT PIC 9(2) VALUE 0.
000414  77 SUPPLIERS-SUSPENDED PIC 9(2) VALUE 0.
000416  77 HDR-SUPPLIER-SW PIC X(1) VALUE "N".
000418      88 HDR-SUPPLIER-REGISTERED VALUE "Y".
000420* EFFECTIVE LOGICAL SPACE OF THE COMBINED FEED - PINNED BY THE
000422* FIRST BALANCED SUPPLIER, WHETHER IT DECLARES A SPACE OR NOT:
000424* A LEGACY FILE WITH NO DECLARED SPACE PINS THE COMBINED FEED
000426* TO RAW COORDINATES AND ANY LATER SUPPLIER THAT DOES DECLARE
000428* ONE IS BOUNCED BY 3000-JUDGE-SUPPLIER. "N" UNTIL SET.
000430  77 MERGE-SPACE-SW PIC X(1) VALUE "N".
000432      88 MERGE-SPACE-SET VALUE "Y".
000434  77 MERGE-LOGICAL-SPACE PIC 9(4) VALUE 0.
000436  77 OUT-REC-COUNT PIC 9(6) VALUE 0.
000438  77 OUT-COORD-HASH PIC 9(9) VALUE 0.
000440  77 OUT-COLOR-HASH PIC 9(9) VALUE 0.
000442* ONE ENTRY PER REGISTERED SUPPLIER: ITS REGISTRY CONTRACT,
000444* WHAT THE VERIFY PASS FOUND, AND THE VERDICT THE COPY PASS AND
000446* THE REPORT ACT ON. SUP-SUPPLIER-ID IS THE ID THE FILE'S OWN
000448* HEADER CLAIMED; SUP-REG-ID IS WHO THE REGISTRY SAYS SENT IT.
000450  01 SUPPLIER-TABLE.
000452   05 SUP-ENTRY OCCURS 50 TIMES.
000454    10 SUP-REG-ID PIC X(8).
000456    10 SUP-NAME PIC X(30).
000458    10 SUP-REG-STATUS PIC X(1).
000460        88 SUP-SUSPENDED VALUE "S".
000462    10 SUP-CONTRACT-SPACE PIC 9(4).
000464    10 SUP-MAX-VOLUME PIC 9(6).
000466    10 SUP-DS-NAME PIC X(8).
000468    10 SUP-PRESENT-SW PIC X(1).
000470        88 SUP-PRESENT VALUE "Y".
000472    10 SUP-BALANCED-SW PIC X(1).
000474        88 SUP-BALANCED VALUE "Y".
000476    10 SUP-SUPPLIER-ID PIC X(8).
000478    10 SUP-FEED-DATE PIC 9(8).
000480    10 SUP-LOGICAL PIC 9(4).
000482    10 SUP-HEADER-SW PIC X(1).
000484        88 SUP-HEADER-SEEN VALUE "Y".
000486    10 SUP-TRAILER-SW PIC X(1).
000488        88 SUP-TRAILER-SEEN VALUE "Y".
000490    10 SUP-REC-COUNT PIC 9(6).
000492    10 SUP-COORD-HASH PIC 9(9).
000494    10 SUP-COLOR-HASH PIC 9(9).
000496    10 SUP-EXP-COUNT PIC 9(6).
000498    10 SUP-EXP-COORD PIC 9(9).
000500    10 SUP-EXP-COLOR PIC 9(9).
000502    10 SUP-SCENE-CNT PIC 9(4).
000504    10 SUP-FAIL-REASON PIC X(30).
000506  01 MERGE-HEADER-REC.
000508   05 MH-RECORD-TYPE PIC X(5) VALUE "HDR".
000510   05 MH-FEED-DATE PIC 9(8) VALUE 0.
000512   05 MH-SUPPLIER-ID PIC X(8) VALUE "MERGED".
000514   05 MH-LOGICAL-SPACE PIC 9(4) VALUE 0.
000516  01 MERGE-TRAILER-REC.
000518   05 MT-RECORD-TYPE PIC X(5) VALUE "TRL".
000520   05 MT-REC-COUNT PIC 9(6) VALUE 0.
000522   05 MT-COORD-HASH PIC 9(9) VALUE 0.
000524   05 MT-COLOR-HASH PIC 9(9) VALUE 0.
000526  01 MERGE-SCENE-REC.
000528   05 MS-RECORD-TYPE PIC X(5) VALUE "SCENE".
000530   05 MS-SCENE-ID PIC X(8) VALUE SPACES.
000532 PROCEDURE DIVISION.
000534 0000-MAINLINE.
000536      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000538      PERFORM 2000-VERIFY-SUPPLIER THRU 2000-VERIFY-SUPPLIER-EXIT
000540          VARYING SUP-IDX FROM 1 BY 1 UNTIL SUP-IDX > SUP-COUNT.
000542      PERFORM 4000-OPEN-MERGE-OUT THRU 4000-OPEN-MERGE-OUT-EXIT.
000544      PERFORM 5000-COPY-SUPPLIER THRU 5000-COPY-SUPPLIER-EXIT
000546          VARYING SUP-IDX FROM 1 BY 1 UNTIL SUP-IDX > SUP-COUNT.
000548      PERFORM 7500-WRITE-MERGE-TRAILER
000550          THRU 7500-WRITE-MERGE-TRAILER-EXIT.
000552      PERFORM 8000-MERGE-TOTALS THRU 8000-MERGE-TOTALS-EXIT.
000554      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000556      GOBACK.
000558
000560******************************************************************
000562* 1000-INITIALIZE -- SEED THE SUPPLIER TABLE FROM THE SUPPLIER
000564*   REGISTRY, ONE SLOT PER REGISTERED SUPPLIER IN ID ORDER. AN
000566*   EMPTY SLOT (FILE NOT DELIVERED TONIGHT) IS A NORMAL
000568*   CONDITION, DISCOVERED BY THE VERIFY PASS. WITHOUT THE
000570*   REGISTRY THERE IS NO SUPPLIER LIST AT ALL, SO A REGISTRY
000572*   THAT WILL NOT OPEN STOPS THE STEP.
000574******************************************************************
000576 1000-INITIALIZE.
000578      ACCEPT MERGE-DATE FROM DATE YYYYMMDD.
000580      OPEN INPUT SUPPLIER-REGISTRY.
000582      IF RG-FILE-STATUS NOT = "00"
000584          DISPLAY "1000-INITIALIZE: SUPPLIER REGISTRY OPEN "
000586                  "FAILED, STATUS=" RG-FILE-STATUS
000588          MOVE 32 TO RETURN-CODE
000590          STOP RUN
000592      END-IF.
000594      PERFORM 1050-LOAD-ONE-SUPPLIER
000596          THRU 1050-LOAD-ONE-SUPPLIER-EXIT
000598          UNTIL RG-AT-EOF.
000600      CLOSE SUPPLIER-REGISTRY.
000602      MOVE SUP-COUNT TO SUPPLIERS-REGISTERED.
000604      IF SUP-COUNT = 0
000606          DISPLAY "1000-INITIALIZE: NO SUPPLIERS ON THE REGISTRY"
000608      END-IF.
000610      PERFORM 1100-CLEAR-ONE-SUPPLIER
000612          THRU 1100-CLEAR-ONE-SUPPLIER-EXIT
000614          VARYING SUP-IDX FROM 1 BY 1 UNTIL SUP-IDX > SUP-COUNT.
000616 1000-INITIALIZE-EXIT.
000618      EXIT.
000620
000622* A SUPPLIER PAST THE END OF THE TABLE CANNOT BE MERGED; IT IS
000624* COUNTED AS FAILED SO THE STEP ENDS 4 AND SOMEONE LOOKS.
000626 1050-LOAD-ONE-SUPPLIER.
000628      READ SUPPLIER-REGISTRY
000630          AT END
000632              SET RG-AT-EOF TO TRUE
000634              GO TO 1050-LOAD-ONE-SUPPLIER-EXIT
000636      END-READ.
000638      IF SUP-COUNT = 50
000640          DISPLAY "1050-LOAD-ONE-SUPPLIER: SUPPLIER TABLE FULL, "
000642                  RG-SUPPLIER-ID " NOT MERGED"
000644          ADD 1 TO SUPPLIERS-FAILED
000646          GO TO 1050-LOAD-ONE-SUPPLIER-EXIT
000648      END-IF.
000650      ADD 1 TO SUP-COUNT.
000652      MOVE RG-SUPPLIER-ID TO SUP-REG-ID (SUP-COUNT).
000654      MOVE RG-SUPPLIER-NAME TO SUP-NAME (SUP-COUNT).
000656      MOVE RG-STATUS TO SUP-REG-STATUS (SUP-COUNT).
000658      MOVE RG-LOGICAL-SPACE TO SUP-CONTRACT-SPACE (SUP-COUNT).
000660      MOVE RG-MAX-VOLUME TO SUP-MAX-VOLUME (SUP-COUNT).
000662      MOVE RG-FEED-DS-NAME TO SUP-DS-NAME (SUP-COUNT).
000664 1050-LOAD-ONE-SUPPLIER-EXIT.
000666      EXIT.
000668
000670 1100-CLEAR-ONE-SUPPLIER.
000672      MOVE "N" TO SUP-PRESENT-SW (SUP-IDX).
000674      MOVE "N" TO SUP-BALANCED-SW (SUP-IDX).
000676      MOVE SPACES TO SUP-SUPPLIER-ID (SUP-IDX).
000678      MOVE 0 TO SUP-FEED-DATE (SUP-IDX).
000680      MOVE 0 TO SUP-LOGICAL (SUP-IDX).
000682      MOVE "N" TO SUP-HEADER-SW (SUP-IDX).
000684      MOVE "N" TO SUP-TRAILER-SW (SUP-IDX).
000686      MOVE 0 TO SUP-REC-COUNT (SUP-IDX).
000688      MOVE 0 TO SUP-COORD-HASH (SUP-IDX).
000690      MOVE 0 TO SUP-COLOR-HASH (SUP-IDX).
000692      MOVE 0 TO SUP-EXP-COUNT (SUP-IDX).
000694      MOVE 0 TO SUP-EXP-COORD (SUP-IDX).
000696      MOVE 0 TO SUP-EXP-COLOR (SUP-IDX).
000698      MOVE 0 TO SUP-SCENE-CNT (SUP-IDX).
000700      MOVE SPACES TO SUP-FAIL-REASON (SUP-IDX).
000702 1100-CLEAR-ONE-SUPPLIER-EXIT.
000704      EXIT.
000706
000708******************************************************************
000710* 2000-VERIFY-SUPPLIER -- FIRST PASS OVER ONE SUPPLIER FILE:
000712*   CAPTURE ITS HEADER, COUNT AND HASH ITS SHAPE RECORDS THE
000714*   SAME WAY THE SUPPLIER BUILT ITS TRAILER, AND JUDGE THE FILE
000716*   AGAINST THAT TRAILER. NOTHING IS WRITTEN ON THIS PASS.
000718******************************************************************
000720 2000-VERIFY-SUPPLIER.
000722      IF SUP-SUSPENDED (SUP-IDX)
000724          DISPLAY "2000-VERIFY-SUPPLIER: " SUP-REG-ID (SUP-IDX)
000726                  " SUSPENDED, SLOT SKIPPED"
000728          ADD 1 TO SUPPLIERS-SUSPENDED
000730          GO TO 2000-VERIFY-SUPPLIER-EXIT
000732      END-IF.
000734      MOVE SUP-DS-NAME (SUP-IDX) TO SUPPLIER-DS-NAME.
000736      MOVE "N" TO SF-EOF-SW.
000738      OPEN INPUT SUPPLIER-FILE.
000740      IF SF-FILE-STATUS = "35"
000742          DISPLAY "2000-VERIFY-SUPPLIER: " SUPPLIER-DS-NAME
000744                  " NOT DELIVERED, SLOT SKIPPED"
000746          MOVE "NOT DELIVERED" TO SUP-FAIL-REASON (SUP-IDX)
000748          ADD 1 TO SUPPLIERS-ABSENT
000750          GO TO 2000-VERIFY-SUPPLIER-EXIT
000752      END-IF.
000754      IF SF-FILE-STATUS NOT = "00"
000756          DISPLAY "2000-VERIFY-SUPPLIER: " SUPPLIER-DS-NAME
000758                  " OPEN FAILED, STATUS=" SF-FILE-STATUS
000760          MOVE 32 TO RETURN-CODE
000762          STOP RUN
000764      END-IF.
000766      SET SUP-PRESENT (SUP-IDX) TO TRUE.
000768      PERFORM 2100-VERIFY-ONE-RECORD
000770          THRU 2100-VERIFY-ONE-RECORD-EXIT
000772          UNTIL SF-AT-EOF.
000774      CLOSE SUPPLIER-FILE.
000776      PERFORM 3000-JUDGE-SUPPLIER THRU 3000-JUDGE-SUPPLIER-EXIT.
000778*     THE FAILED/ABSENT COUNTS DRIVE THE STEP CONDITION CODE,
000780*     SO THEY ARE KEPT HERE WITH THE VERDICT - THE REPORT
000782*     WRITER ONLY PRINTS THEM.
000784      IF NOT SUP-BALANCED (SUP-IDX)
000786          ADD 1 TO SUPPLIERS-FAILED
000788      END-IF.
000790 2000-VERIFY-SUPPLIER-EXIT.
000792      EXIT.
000794
000796 2100-VERIFY-ONE-RECORD.
000798      READ SUPPLIER-FILE INTO LINE-RECORD
000800          AT END
000802              SET SF-AT-EOF TO TRUE
000804              GO TO 2100-VERIFY-ONE-RECORD-EXIT
000806      END-READ.
000808      EVALUATE LR-SHAPE-TYPE
000810          WHEN "HDR"
000812              MOVE HR-FEED-DATE TO SUP-FEED-DATE (SUP-IDX)
000814              MOVE HR-SUPPLIER-ID TO SUP-SUPPLIER-ID (SUP-IDX)
000816              IF HR-LOGICAL-SPACE NUMERIC AND
000818                 HR-LOGICAL-SPACE > 0
000820                  MOVE HR-LOGICAL-SPACE TO SUP-LOGICAL (SUP-IDX)
000822              END-IF
000824              SET SUP-HEADER-SEEN (SUP-IDX) TO TRUE
000826          WHEN "TRL"
000828              MOVE TR-REC-COUNT TO SUP-EXP-COUNT (SUP-IDX)
000830              MOVE TR-COORD-HASH TO SUP-EXP-COORD (SUP-IDX)
000832              MOVE TR-COLOR-HASH TO SUP-EXP-COLOR (SUP-IDX)
000834              SET SUP-TRAILER-SEEN (SUP-IDX) TO TRUE
000836*         A SUPPLIER MAY CARRY ITS OWN SCENE BREAKS - THEY PASS
000838*         THROUGH ON THE COPY AND STAY OUT OF THE HASH TOTALS,
000840*         THE SAME RULE SHAPEEDIT APPLIES.
000842          WHEN "SCENE"
000844              ADD 1 TO SUP-SCENE-CNT (SUP-IDX)
000846          WHEN "INCL"
000848              ADD 1 TO SUP-REC-COUNT (SUP-IDX)
000850              IF IR-X-OFFSET NUMERIC AND IR-Y-OFFSET NUMERIC
000852                  ADD IR-X-OFFSET IR-Y-OFFSET
000854                      TO SUP-COORD-HASH (SUP-IDX)
000856                      ON SIZE ERROR
000858                          DISPLAY "2100-VERIFY-ONE-RECORD: "
000860                                  "COORD HASH OVERFLOW"
000862                  END-ADD
000864              END-IF
000866          WHEN OTHER
000868              ADD 1 TO SUP-REC-COUNT (SUP-IDX)
000870              IF LR-X1 NUMERIC AND LR-Y1 NUMERIC AND
000872                 LR-X2 NUMERIC AND LR-Y2 NUMERIC
000874                  ADD LR-X1 LR-Y1 LR-X2 LR-Y2
000876                      TO SUP-COORD-HASH (SUP-IDX)
000878                      ON SIZE ERROR
000880                          DISPLAY "2100-VERIFY-ONE-RECORD: "
000882                                  "COORD HASH OVERFLOW"
000884                  END-ADD
000886              END-IF
000888              IF LR-COLOR-FIELDS NUMERIC
000890                  ADD LR-R LR-G LR-B
000892                      TO SUP-COLOR-HASH (SUP-IDX)
000894                      ON SIZE ERROR
000896                          DISPLAY "2100-VERIFY-ONE-RECORD: "
000898                                  "COLOR HASH OVERFLOW"
000900                  END-ADD
000902              END-IF
000904      END-EVALUATE.
000906 2100-VERIFY-ONE-RECORD-EXIT.
000908      EXIT.
000910
000912******************************************************************
000914* 3000-JUDGE-SUPPLIER -- THE PER-SUPPLIER VERDICT. A MISSING
000916*   TRAILER OR ANY COUNT/HASH MISMATCH FAILS THE FILE. SO DOES
000918*   A FILE THAT BREAKS ITS REGISTRY CONTRACT: A HEADER NAMING
000920*   ANY SUPPLIER BUT THE ONE REGISTERED FOR THE FILE, A LOGICAL
000922*   SPACE OTHER THAN THE CONTRACTED ONE, OR MORE SHAPE RECORDS
000924*   THAN THE CONTRACTED NIGHTLY VOLUME. A LEGACY FILE WITH NO
000926*   HEADER IS TAKEN AS THE REGISTERED SUPPLIER'S. FINALLY A
000928*   DECLARED LOGICAL SPACE THAT DISAGREES WITH THE FIRST
000930*   BALANCED SUPPLIER'S FAILS IT TOO, SINCE THE COMBINED HEADER
000932*   CAN ONLY DECLARE ONE SPACE AND RENDERING THE FILE AT THE
000934*   WRONG SCALE IS WORSE THAN BOUNCING IT.
000936******************************************************************
000938 3000-JUDGE-SUPPLIER.
000940      IF NOT SUP-TRAILER-SEEN (SUP-IDX)
000942          MOVE "TRAILER MISSING" TO SUP-FAIL-REASON (SUP-IDX)
000944          GO TO 3000-JUDGE-SUPPLIER-EXIT
000946      END-IF.
000948      IF SUP-EXP-COUNT (SUP-IDX) NOT = SUP-REC-COUNT (SUP-IDX)
000950          MOVE "RECORD COUNT MISMATCH"
000952              TO SUP-FAIL-REASON (SUP-IDX)
000954          GO TO 3000-JUDGE-SUPPLIER-EXIT
000956      END-IF.
000958      IF SUP-EXP-COORD (SUP-IDX) NOT = SUP-COORD-HASH (SUP-IDX)
000960          MOVE "COORD HASH MISMATCH"
000962              TO SUP-FAIL-REASON (SUP-IDX)
000964          GO TO 3000-JUDGE-SUPPLIER-EXIT
000966      END-IF.
000968      IF SUP-EXP-COLOR (SUP-IDX) NOT = SUP-COLOR-HASH (SUP-IDX)
000970          MOVE "COLOR HASH MISMATCH"
000972              TO SUP-FAIL-REASON (SUP-IDX)
000974          GO TO 3000-JUDGE-SUPPLIER-EXIT
000976      END-IF.
000978      IF SUP-HEADER-SEEN (SUP-IDX) AND
000980         SUP-SUPPLIER-ID (SUP-IDX) NOT = SUP-REG-ID (SUP-IDX)
000982          MOVE "N" TO HDR-SUPPLIER-SW
000984          PERFORM 3100-FIND-HDR-SUPPLIER
000986              THRU 3100-FIND-HDR-SUPPLIER-EXIT
000988              VARYING SUP-SEARCH FROM 1 BY 1
000990              UNTIL SUP-SEARCH > SUP-COUNT
000992          IF HDR-SUPPLIER-REGISTERED
000994              MOVE "HDR NAMES ANOTHER SUPPLIER"
000996                  TO SUP-FAIL-REASON (SUP-IDX)
000998          ELSE
001000              MOVE "SUPPLIER NOT REGISTERED"
001002                  TO SUP-FAIL-REASON (SUP-IDX)
001004          END-IF
001006          GO TO 3000-JUDGE-SUPPLIER-EXIT
001008      END-IF.
001010      IF SUP-LOGICAL (SUP-IDX) NOT = SUP-CONTRACT-SPACE (SUP-IDX)
001012          MOVE "SPACE NOT AS CONTRACTED"
001014              TO SUP-FAIL-REASON (SUP-IDX)
001016          GO TO 3000-JUDGE-SUPPLIER-EXIT
001018      END-IF.
001020      IF SUP-MAX-VOLUME (SUP-IDX) > 0 AND
001022         SUP-REC-COUNT (SUP-IDX) > SUP-MAX-VOLUME (SUP-IDX)
001024          MOVE "OVER CONTRACTED VOLUME"
001026              TO SUP-FAIL-REASON (SUP-IDX)
001028          GO TO 3000-JUDGE-SUPPLIER-EXIT
001030      END-IF.
001032      IF MERGE-SPACE-SET
001034          IF SUP-LOGICAL (SUP-IDX) NOT = MERGE-LOGICAL-SPACE
001036              MOVE "LOGICAL SPACE DIFFERS"
001038                  TO SUP-FAIL-REASON (SUP-IDX)
001040              GO TO 3000-JUDGE-SUPPLIER-EXIT
001042          END-IF
001044      ELSE
001046          MOVE SUP-LOGICAL (SUP-IDX) TO MERGE-LOGICAL-SPACE
001048          SET MERGE-SPACE-SET TO TRUE
001050      END-IF.
001052      SET SUP-BALANCED (SUP-IDX) TO TRUE.
001054 3000-JUDGE-SUPPLIER-EXIT.
001056      EXIT.
001058
001060 3100-FIND-HDR-SUPPLIER.
001062      IF SUP-REG-ID (SUP-SEARCH) = SUP-SUPPLIER-ID (SUP-IDX)
001064          SET HDR-SUPPLIER-REGISTERED TO TRUE
001066      END-IF.
001068 3100-FIND-HDR-SUPPLIER-EXIT.
001070      EXIT.
001072
001074******************************************************************
001076* 4000-OPEN-MERGE-OUT -- OPEN THE COMBINED FEED AND WRITE ITS
001078*   REGENERATED HEADER: TODAY'S DATE, SUPPLIER "MERGED" AND THE
001080*   AGREED LOGICAL SPACE. THE HEADER GOES OUT EVEN ON A NIGHT
001082*   WHERE NOTHING MERGES, SO THE DOWNSTREAM EDIT SEES A WELL-
001084*   FORMED (EMPTY) FEED AND NOT A MISSING FILE.
001086******************************************************************
001088 4000-OPEN-MERGE-OUT.
001090      OPEN OUTPUT MERGE-OUT-FILE.
001092      IF MO-FILE-STATUS NOT = "00"
001094          DISPLAY "4000-OPEN-MERGE-OUT: SHAPEDAT OPEN FAILED, "
001096                  "STATUS=" MO-FILE-STATUS
001098          MOVE 36 TO RETURN-CODE
001100          STOP RUN
001102      END-IF.
001104      MOVE MERGE-DATE TO MH-FEED-DATE.
001106      MOVE MERGE-LOGICAL-SPACE TO MH-LOGICAL-SPACE.
001108      WRITE MERGE-OUT-RECORD FROM MERGE-HEADER-REC.
001110      IF MO-FILE-STATUS NOT = "00"
001112          DISPLAY "4000-OPEN-MERGE-OUT: HEADER WRITE FAILED, "
001114                  "STATUS=" MO-FILE-STATUS
001116          MOVE 36 TO RETURN-CODE
001118          STOP RUN
001120      END-IF.
001122 4000-OPEN-MERGE-OUT-EXIT.
001124      EXIT.
001126
001128******************************************************************
001130* 5000-COPY-SUPPLIER -- SECOND PASS OVER ONE BALANCED SUPPLIER:
001132*   COPY ITS SHAPE AND SCENE RECORDS (NOT ITS HDR/TRL) TO THE
001134*   COMBINED FEED, ROLL THE COMBINED TOTALS, AND CLOSE THE
001136*   SUPPLIER OUT WITH A SCENE BREAK UNDER ITS SUPPLIER ID SO
001138*   ITS WORK ARCHIVES AS ITS OWN FRAME.
001140******************************************************************
001142 5000-COPY-SUPPLIER.
001144      IF NOT SUP-BALANCED (SUP-IDX)
001146          GO TO 5000-COPY-SUPPLIER-EXIT
001148      END-IF.
001150      MOVE SUP-DS-NAME (SUP-IDX) TO SUPPLIER-DS-NAME.
001152      MOVE "N" TO SF-EOF-SW.
001154      OPEN INPUT SUPPLIER-FILE.
001156      IF SF-FILE-STATUS NOT = "00"
001158          DISPLAY "5000-COPY-SUPPLIER: " SUPPLIER-DS-NAME
001160                  " REOPEN FAILED, STATUS=" SF-FILE-STATUS
001162          MOVE 32 TO RETURN-CODE
001164          STOP RUN
001166      END-IF.
001168      PERFORM 5100-COPY-ONE-RECORD
001170          THRU 5100-COPY-ONE-RECORD-EXIT
001172          UNTIL SF-AT-EOF.
001174      CLOSE SUPPLIER-FILE.
001176      MOVE SPACES TO MS-SCENE-ID.
001178      IF SUP-SUPPLIER-ID (SUP-IDX) NOT = SPACES
001180          MOVE SUP-SUPPLIER-ID (SUP-IDX) TO MS-SCENE-ID
001182      ELSE
001184          MOVE SUP-REG-ID (SUP-IDX) TO MS-SCENE-ID
001186      END-IF.
001188      WRITE MERGE-OUT-RECORD FROM MERGE-SCENE-REC.
001190      IF MO-FILE-STATUS NOT = "00"
001192          DISPLAY "5000-COPY-SUPPLIER: SCENE WRITE FAILED, "
001194                  "STATUS=" MO-FILE-STATUS
001196          MOVE 36 TO RETURN-CODE
001198          STOP RUN
001200      END-IF.
001202      ADD 1 TO SUPPLIERS-MERGED.
001204 5000-COPY-SUPPLIER-EXIT.
001206      EXIT.
001208
001210 5100-COPY-ONE-RECORD.
001212      READ SUPPLIER-FILE INTO LINE-RECORD
001214          AT END
001216              SET SF-AT-EOF TO TRUE
001218              GO TO 5100-COPY-ONE-RECORD-EXIT
001220      END-READ.
001222      IF LR-SHAPE-TYPE = "HDR" OR LR-SHAPE-TYPE = "TRL"
001224          GO TO 5100-COPY-ONE-RECORD-EXIT
001226      END-IF.
001228      WRITE MERGE-OUT-RECORD FROM LINE-RECORD.
001230      IF MO-FILE-STATUS NOT = "00"
001232          DISPLAY "5100-COPY-ONE-RECORD: WRITE FAILED, STATUS="
001234                  MO-FILE-STATUS
001236          MOVE 36 TO RETURN-CODE
001238          STOP RUN
001240      END-IF.
001242      IF LR-SHAPE-TYPE = "SCENE"
001244          GO TO 5100-COPY-ONE-RECORD-EXIT
001246      END-IF.
001248      IF LR-SHAPE-TYPE = "INCL"
001250          ADD 1 TO OUT-REC-COUNT
001252          IF IR-X-OFFSET NUMERIC AND IR-Y-OFFSET NUMERIC
001254              ADD IR-X-OFFSET IR-Y-OFFSET TO OUT-COORD-HASH
001256                  ON SIZE ERROR
001258                      DISPLAY "5100-COPY-ONE-RECORD: COORD HASH "
001260                              "OVERFLOW"
001262              END-ADD
001264          END-IF
001266          GO TO 5100-COPY-ONE-RECORD-EXIT
001268      END-IF.
001270      ADD 1 TO OUT-REC-COUNT.
001272      IF LR-X1 NUMERIC AND LR-Y1 NUMERIC AND
001274         LR-X2 NUMERIC AND LR-Y2 NUMERIC
001276          ADD LR-X1 LR-Y1 LR-X2 LR-Y2 TO OUT-COORD-HASH
001278              ON SIZE ERROR
001280                  DISPLAY "5100-COPY-ONE-RECORD: COORD HASH "
001282                          "OVERFLOW"
001284          END-ADD
001286      END-IF.
001288      IF LR-COLOR-FIELDS NUMERIC
001290          ADD LR-R LR-G LR-B TO OUT-COLOR-HASH
001292              ON SIZE ERROR
001294                  DISPLAY "5100-COPY-ONE-RECORD: COLOR HASH "
001296                          "OVERFLOW"
001298          END-ADD
001300      END-IF.
001302 5100-COPY-ONE-RECORD-EXIT.
001304      EXIT.
001306
001308******************************************************************
001310* 7500-WRITE-MERGE-TRAILER -- CLOSE THE COMBINED FEED WITH A
001312*   TRAILER REGENERATED OVER EVERYTHING ACTUALLY COPIED, SO THE
001314*   DOWNSTREAM RECONCILIATION COVERS THE MERGED FILE AND NOT
001316*   THE SUPPLIERS' OWN TOTALS.
001318******************************************************************
001320 7500-WRITE-MERGE-TRAILER.
001322      MOVE OUT-REC-COUNT TO MT-REC-COUNT.
001324      MOVE OUT-COORD-HASH TO MT-COORD-HASH.
001326      MOVE OUT-COLOR-HASH TO MT-COLOR-HASH.
001328      WRITE MERGE-OUT-RECORD FROM MERGE-TRAILER-REC.
001330      IF MO-FILE-STATUS NOT = "00"
001332          DISPLAY "7500-WRITE-MERGE-TRAILER: WRITE FAILED, "
001334                  "STATUS=" MO-FILE-STATUS
001336          MOVE 36 TO RETURN-CODE
001338          STOP RUN
001340      END-IF.
001342      CLOSE MERGE-OUT-FILE.
001344 7500-WRITE-MERGE-TRAILER-EXIT.
001346      EXIT.
001348
001350******************************************************************
001352* 8000-MERGE-TOTALS -- THE PER-SUPPLIER TOTALS REPORT: ONE BLOCK
001354*   PER REGISTERED SUPPLIER SHOWING ITS CONTRACT, WHAT THE FILE
001356*   CLAIMED, WHAT WAS COUNTED AND THE VERDICT, THEN THE COMBINED
001358*   FEED TOTALS. THIS IS THE PAGE THAT SAYS WHICH SUPPLIER TO
001360*   BOUNCE.
001362******************************************************************
001364 8000-MERGE-TOTALS.
001366      OPEN OUTPUT MERGE-REPORT-FILE.
001368      IF MG-FILE-STATUS NOT = "00"
001370          DISPLAY "8000-MERGE-TOTALS: OPEN FAILED, STATUS="
001372                  MG-FILE-STATUS
001374          GO TO 8000-MERGE-TOTALS-EXIT
001376      END-IF.
001378
001380      MOVE SPACES TO MERGE-REPORT-RECORD.
001382      STRING "FEEDMRG SUPPLIER MERGE TOTALS - " MERGE-DATE
001384          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001386      WRITE MERGE-REPORT-RECORD.
001388
001390      PERFORM 8100-REPORT-ONE-SUPPLIER
001392          THRU 8100-REPORT-ONE-SUPPLIER-EXIT
001394          VARYING SUP-IDX FROM 1 BY 1 UNTIL SUP-IDX > SUP-COUNT.
001396
001398      MOVE SPACES TO MERGE-REPORT-RECORD.
001400      STRING "SUPPLIERS REGISTERED.... " SUPPLIERS-REGISTERED
001402          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001404      WRITE MERGE-REPORT-RECORD.
001406
001408      MOVE SPACES TO MERGE-REPORT-RECORD.
001410      STRING "SUPPLIERS MERGED........ " SUPPLIERS-MERGED
001412          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001414      WRITE MERGE-REPORT-RECORD.
001416
001418      MOVE SPACES TO MERGE-REPORT-RECORD.
001420      STRING "SUPPLIERS FAILED........ " SUPPLIERS-FAILED
001422          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001424      WRITE MERGE-REPORT-RECORD.
001426
001428      MOVE SPACES TO MERGE-REPORT-RECORD.
001430      STRING "SUPPLIERS NOT DELIVERED. " SUPPLIERS-ABSENT
001432          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001434      WRITE MERGE-REPORT-RECORD.
001436
001438      MOVE SPACES TO MERGE-REPORT-RECORD.
001440      STRING "SUPPLIERS SUSPENDED..... " SUPPLIERS-SUSPENDED
001442          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001444      WRITE MERGE-REPORT-RECORD.
001446
001448      MOVE SPACES TO MERGE-REPORT-RECORD.
001450      STRING "COMBINED SHAPE RECORDS.. " OUT-REC-COUNT
001452          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001454      WRITE MERGE-REPORT-RECORD.
001456
001458      MOVE SPACES TO MERGE-REPORT-RECORD.
001460      STRING "COMBINED COORD/COLOR.... " OUT-COORD-HASH
001462          "/" OUT-COLOR-HASH
001464          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001466      WRITE MERGE-REPORT-RECORD.
001468
001470      CLOSE MERGE-REPORT-FILE.
001472 8000-MERGE-TOTALS-EXIT.
001474      EXIT.
001476
001478 8100-REPORT-ONE-SUPPLIER.
001480      MOVE SPACES TO MERGE-REPORT-RECORD.
001482      STRING "SUPPLIER " SUP-REG-ID (SUP-IDX) " "
001484          SUP-NAME (SUP-IDX)
001486          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001488      WRITE MERGE-REPORT-RECORD.
001490
001492      MOVE SPACES TO MERGE-REPORT-RECORD.
001494      STRING "  CONTRACT SPACE/VOLUME. "
001496          SUP-CONTRACT-SPACE (SUP-IDX)
001498          "/" SUP-MAX-VOLUME (SUP-IDX)
001500          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001502      WRITE MERGE-REPORT-RECORD.
001504
001506      IF SUP-SUSPENDED (SUP-IDX)
001508          MOVE SPACES TO MERGE-REPORT-RECORD
001510          STRING "  STATUS................ SUSPENDED, NOT MERGED"
001512              DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
001514          WRITE MERGE-REPORT-RECORD
001516          GO TO 8100-REPORT-ONE-SUPPLIER-EXIT
001518      END-IF.
001520
001522      MOVE SPACES TO MERGE-REPORT-RECORD.
001524      STRING "  FILE " SUP-DS-NAME (SUP-IDX)
001526          " ID " SUP-SUPPLIER-ID (SUP-IDX)
001528          " DATE " SUP-FEED-DATE (SUP-IDX)
001530          " SPACE " SUP-LOGICAL (SUP-IDX)
001532          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001534      WRITE MERGE-REPORT-RECORD.
001536
001538      IF NOT SUP-PRESENT (SUP-IDX)
001540          MOVE SPACES TO MERGE-REPORT-RECORD
001542          STRING "  STATUS................ NOT DELIVERED"
001544              DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
001546          WRITE MERGE-REPORT-RECORD
001548          GO TO 8100-REPORT-ONE-SUPPLIER-EXIT
001550      END-IF.
001552
001554*     A FILE WITHOUT A HEADER STILL MERGES (THE SCENE BREAK
001556*     FALLS BACK TO THE REGISTERED ID), BUT THE REVIEWERS
001558*     SHOULD SEE THE SUPPLIER SENT A LEGACY FEED.
001560      IF NOT SUP-HEADER-SEEN (SUP-IDX)
001562          MOVE SPACES TO MERGE-REPORT-RECORD
001564          STRING "  HEADER................ MISSING - LEGACY "
001566              "FILE, NO SUPPLIER ID"
001568              DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
001570          WRITE MERGE-REPORT-RECORD
001572      END-IF.
001574      MOVE SPACES TO MERGE-REPORT-RECORD.
001576      STRING "  RECORDS READ/TRAILER.. " SUP-REC-COUNT (SUP-IDX)
001578          "/" SUP-EXP-COUNT (SUP-IDX)
001580          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001582      WRITE MERGE-REPORT-RECORD.
001584
001586      MOVE SPACES TO MERGE-REPORT-RECORD.
001588      STRING "  COORD HASH FILE/TRL... "
001590          SUP-COORD-HASH (SUP-IDX)
001592          "/" SUP-EXP-COORD (SUP-IDX)
001594          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001596      WRITE MERGE-REPORT-RECORD.
001598
001600      MOVE SPACES TO MERGE-REPORT-RECORD.
001602      STRING "  COLOR HASH FILE/TRL... "
001604          SUP-COLOR-HASH (SUP-IDX)
001606          "/" SUP-EXP-COLOR (SUP-IDX)
001608          DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
001610      WRITE MERGE-REPORT-RECORD.
001612
001614      MOVE SPACES TO MERGE-REPORT-RECORD.
001616      IF SUP-BALANCED (SUP-IDX)
001618          STRING "  STATUS................ IN BALANCE, MERGED"
001620              DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
001622      ELSE
001624          STRING "  STATUS................ *** BOUNCED: "
001626              SUP-FAIL-REASON (SUP-IDX) " ***"
001628              DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
001630      END-IF.
001632      WRITE MERGE-REPORT-RECORD.
001634 8100-REPORT-ONE-SUPPLIER-EXIT.
001636      EXIT.
001638
001640******************************************************************
001642* 9000-TERMINATE -- SET THE STEP CONDITION CODE: 0 WHEN EVERY
001644*   PRESENT SUPPLIER MERGED CLEAN (A SUSPENDED ONE IS NOT A
001646*   FAILURE), 4 WHEN ANY SLOT FAILED OR WAS ABSENT BUT SOMETHING
001648*   STILL MERGED, 8 WHEN NOTHING COULD BE MERGED AT ALL SO THE
001650*   SCHEDULER HOLDS THE RENDER.
001652******************************************************************
001654 9000-TERMINATE.
001656      IF SUPPLIERS-MERGED = 0
001658          MOVE 8 TO RETURN-CODE
001660          GO TO 9000-TERMINATE-EXIT
001662      END-IF.
001664      IF SUPPLIERS-FAILED > 0 OR SUPPLIERS-ABSENT > 0
001666          MOVE 4 TO RETURN-CODE
001668      END-IF.
001670 9000-TERMINATE-EXIT.
001672      EXIT.
001674
001676 END PROGRAM FEEDMRG.
