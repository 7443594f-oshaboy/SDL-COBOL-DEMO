000100******************************************************************
000102* AUTHOR:     D. WHITLOCK, APPLICATIONS PROGRAMMING
000104* INSTALLATION: GRAPHICS SYSTEMS GROUP
000106* DATE-WRITTEN: 2026-10-15
000108* DATE-COMPILED:
000110* PURPOSE:    APPROVAL RUN FOR CHANGES TO PROTECTED DRAWINGS.
000112*             SHAPMNT HOLDS EVERY ADD, REPLACE, DELETE OR
000114*             UNPROTECT AGAINST A DRAWING PROTECTED ON SHAPPROT
000116*             ON THE PENDING-CHANGE FILE SHAPEPND, WITH THE ID OF
000118*             THE OPERATOR WHO KEYED IT. THIS STEP TAKES THE
000120*             CHECKER'S DECISIONS FROM SHAPEAPV - ONE PER HELD
000122*             CHANGE, BY THE PENDING KEY SHAPPNDR LISTS - AND
000124*             RELEASES OR REJECTS EACH ONE, STAMPING THE
000126*             CHECKER'S ID AND THE DATE. NOBODY MAY DECIDE A
000128*             CHANGE THEY KEYED, AND ONLY A CHANGE STILL
000130*             AWAITING APPROVAL CAN BE DECIDED. NOTHING HERE
000132*             TOUCHES THE MASTER: THE NEXT SHAPMNT RUN APPLIES
000134*             THE RELEASED CHANGES AND JOURNALS THEM TO SHAPEJRN
000136*             WITH BOTH IDS. EVERY DECISION, TAKEN OR REFUSED, IS
000138*             LISTED ON APRVRPT.
000140*
000142* DECISION LAYOUT (SHAPEAPV):
000144*   AV-DECISION    X(1)   R=RELEASE  X=REJECT
000146*   AV-PEND-KEY    9(20)  THE PENDING KEY AS LISTED ON PNDRPT:
000148*                         KEYED DATE 9(8), TIME 9(8), SEQ 9(4)
000150*   AV-CHECKER-ID  X(8)   WHO IS APPROVING - REQUIRED, AND NOT
000152*                         THE OPERATOR WHO KEYED THE CHANGE
000154*
000156* STEP CONDITION CODES:
000158*   0  EVERY DECISION TAKEN
000160*   4  DECISIONS REFUSED - SEE APRVRPT
000162*   8  NO PENDING FILE - NOTHING HAS EVER BEEN HELD
000164*   32/36  OPEN FAILURES
000166*
000168* MODIFICATION HISTORY
000170* DATE       INIT  DESCRIPTION
000172* ---------- ----  ---------------------------------------------
000174* 2026-10-15 DW    ORIGINAL PROTECTED-DRAWING APPROVAL RUN.
000176* Tectonics: cobc
000178******************************************************************
000180 IDENTIFICATION DIVISION.
000182 PROGRAM-ID. SHAPAPRV.
000184 ENVIRONMENT DIVISION.
000186 INPUT-OUTPUT SECTION.
000188 FILE-CONTROL.
000190     SELECT DECISION-FILE ASSIGN TO "SHAPEAPV"
000192         ORGANIZATION IS LINE SEQUENTIAL
000194         FILE STATUS IS AV-FILE-STATUS.
000196     SELECT PENDING-FILE ASSIGN TO "SHAPEPND"
000198         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS RANDOM
000202         RECORD KEY IS PD-KEY
000204         FILE STATUS IS PD-FILE-STATUS.
000206     SELECT APPROVAL-REPORT-FILE ASSIGN TO "APRVRPT"
000208         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS AR-FILE-STATUS.
000212 DATA DIVISION.
000214 FILE SECTION.
000216 FD  DECISION-FILE.
000218 01  DECISION-RECORD.
000220     05  AV-DECISION     PIC X(1).
000222     05  AV-PEND-KEY     PIC X(20).
000224     05  AV-PEND-KEY-N REDEFINES AV-PEND-KEY
000226                         PIC 9(20).
000228     05  AV-CHECKER-ID   PIC X(8).
000230* PENDING-RECORD - SAME LAYOUT AS SHAPMNT AND SHAPPNDR, KEEP THE
000232* THREE IN STEP.
000234 FD  PENDING-FILE.
000236 01  PENDING-RECORD.
000238     05  PD-KEY.
000240         10  PD-KEYED-DATE   PIC 9(8).
000242         10  PD-KEYED-TIME   PIC 9(8).
000244         10  PD-KEYED-SEQ    PIC 9(4).
000246     05  PD-STATUS       PIC X(1).
000248         88  PD-AWAITING         VALUE "P".
000250         88  PD-RELEASED         VALUE "R".
000252         88  PD-REJECTED         VALUE "X".
000254         88  PD-APPLIED          VALUE "A".
000256         88  PD-APPLY-FAILED     VALUE "F".
000258     05  PD-TRANSACTION.
000260         10  PD-ACTION       PIC X(1).
000262         10  PD-DRAWING-ID   PIC X(8).
000264         10  PD-SEQ-NO       PIC 9(4).
000266         10  PD-SHAPE-FIELDS PIC X(26).
000268         10  PD-MAKER-ID     PIC X(8).
000270     05  PD-CHECKER-ID   PIC X(8).
000272     05  PD-DECIDED-DATE PIC 9(8).
000274     05  PD-APPLIED-DATE PIC 9(8).
000276 FD  APPROVAL-REPORT-FILE.
000278 01  APPROVAL-REPORT-RECORD PIC X(100).
000280 WORKING-STORAGE SECTION.
000282  77 AV-FILE-STATUS PIC X(2) VALUE "00".
000284  77 PD-FILE-STATUS PIC X(2) VALUE "00".
000286  77 AR-FILE-STATUS PIC X(2) VALUE "00".
000288  77 AV-EOF-SW PIC X(1) VALUE "N".
000290      88 AV-AT-EOF VALUE "Y".
000292  77 DECISION-ERROR-SW PIC X(1) VALUE "N".
000294      88 DECISION-IN-ERROR VALUE "Y".
000296  77 APPROVAL-DATE PIC 9(8) VALUE 0.
000298  77 DECISIONS-READ PIC 9(6) VALUE 0.
000300  77 CHANGES-RELEASED PIC 9(6) VALUE 0.
000302  77 CHANGES-REJECTED PIC 9(6) VALUE 0.
000304  77 DECISIONS-IN-ERROR PIC 9(6) VALUE 0.
000306* WHAT BECAME OF THE DECISION, FOR THE REPORT.
000308  77 DECISION-DISP PIC X(30) VALUE SPACES.
000310* THE HELD CHANGE AS THE REPORT SHOWS IT - BLANK WHEN THE KEY
000312* FOUND NOTHING.
000314  77 SHOW-ACTION PIC X(1) VALUE SPACE.
000316  77 SHOW-DRAWING PIC X(8) VALUE SPACES.
000318  77 SHOW-SEQ PIC X(4) VALUE SPACES.
000320  77 SHOW-MAKER PIC X(8) VALUE SPACES.
000322 PROCEDURE DIVISION.
000324 0000-MAINLINE.
000326      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000328      PERFORM 2000-TAKE-DECISION THRU 2000-TAKE-DECISION-EXIT
000330          UNTIL AV-AT-EOF.
000332      PERFORM 8000-APPROVAL-TOTALS THRU 8000-APPROVAL-TOTALS-EXIT.
000334      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000336      GOBACK.
000338
000340******************************************************************
000342* 1000-INITIALIZE -- OPEN THE DECISIONS, THE PENDING FILE AND
000344*   THE REPORT, AND HEAD THE REPORT. NO PENDING FILE MEANS
000346*   SHAPMNT HAS NEVER HELD A CHANGE, SO THERE IS NOTHING TO
000348*   DECIDE.
000350******************************************************************
000352 1000-INITIALIZE.
000354      ACCEPT APPROVAL-DATE FROM DATE YYYYMMDD.
000356      OPEN INPUT DECISION-FILE.
000358      IF AV-FILE-STATUS NOT = "00"
000360          DISPLAY "1000-INITIALIZE: DECISION-FILE OPEN FAILED, "
000362                  "STATUS=" AV-FILE-STATUS
000364          MOVE 32 TO RETURN-CODE
000366          STOP RUN
000368      END-IF.
000370      OPEN I-O PENDING-FILE.
000372      IF PD-FILE-STATUS = "35"
000374          DISPLAY "1000-INITIALIZE: NO PENDING FILE, NOTHING "
000376                  "IS AWAITING APPROVAL"
000378          MOVE 8 TO RETURN-CODE
000380          STOP RUN
000382      END-IF.
000384      IF PD-FILE-STATUS NOT = "00"
000386          DISPLAY "1000-INITIALIZE: PENDING-FILE OPEN FAILED, "
000388                  "STATUS=" PD-FILE-STATUS
000390          MOVE 36 TO RETURN-CODE
000392          STOP RUN
000394      END-IF.
000396      OPEN OUTPUT APPROVAL-REPORT-FILE.
000398      IF AR-FILE-STATUS NOT = "00"
000400          DISPLAY "1000-INITIALIZE: APPROVAL REPORT OPEN FAILED, "
000402                  "STATUS=" AR-FILE-STATUS
000404          MOVE 36 TO RETURN-CODE
000406          STOP RUN
000408      END-IF.
000410      MOVE SPACES TO APPROVAL-REPORT-RECORD.
000412      STRING "SHAPAPRV PROTECTED DRAWING APPROVALS - "
000414             APPROVAL-DATE
000416          DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
000418      WRITE APPROVAL-REPORT-RECORD.
000420      MOVE SPACES TO APPROVAL-REPORT-RECORD.
000422      WRITE APPROVAL-REPORT-RECORD.
000424      MOVE SPACES TO APPROVAL-REPORT-RECORD.
000426      STRING "D PENDING KEY          A DRAWING  SEQ  MAKER    "
000428             "CHECKER  DISPOSITION"
000430          DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
000432      WRITE APPROVAL-REPORT-RECORD.
000434 1000-INITIALIZE-EXIT.
000436      EXIT.
000438
000440******************************************************************
000442* 2000-TAKE-DECISION -- READ ONE DECISION, EDIT IT AGAINST THE
000444*   HELD CHANGE IT NAMES, AND RELEASE OR REJECT THE CHANGE. A
000446*   DECISION THAT FAILS AN EDIT LEAVES THE CHANGE AWAITING
000448*   APPROVAL, UNTOUCHED.
000450******************************************************************
000452 2000-TAKE-DECISION.
000454      READ DECISION-FILE INTO DECISION-RECORD
000456          AT END
000458              SET AV-AT-EOF TO TRUE
000460              GO TO 2000-TAKE-DECISION-EXIT
000462      END-READ.
000464      ADD 1 TO DECISIONS-READ.
000466      MOVE SPACES TO DECISION-DISP.
000468      MOVE SPACES TO SHOW-ACTION SHOW-DRAWING SHOW-SEQ SHOW-MAKER.
000470      MOVE "N" TO DECISION-ERROR-SW.
000472      PERFORM 2100-EDIT-DECISION THRU 2100-EDIT-DECISION-EXIT.
000474      IF NOT DECISION-IN-ERROR
000476          PERFORM 3000-RECORD-DECISION
000478              THRU 3000-RECORD-DECISION-EXIT
000480      END-IF.
000482      IF DECISION-IN-ERROR
000484          ADD 1 TO DECISIONS-IN-ERROR
000486          DISPLAY "2000-TAKE-DECISION: " AV-DECISION " "
000488                  AV-PEND-KEY " " DECISION-DISP
000490      END-IF.
000492      PERFORM 2900-WRITE-DECISION-LINE
000494          THRU 2900-WRITE-DECISION-LINE-EXIT.
000496 2000-TAKE-DECISION-EXIT.
000498      EXIT.
000500
000502******************************************************************
000504* 2100-EDIT-DECISION -- THE DECISION MUST NAME A HELD CHANGE
000506*   STILL AWAITING APPROVAL AND COME FROM A CHECKER WHO IS NOT
000508*   THE OPERATOR WHO KEYED IT - THE WHOLE POINT OF HOLDING THE
000510*   CHANGE IS THAT ONE PERSON CANNOT PUT IT THROUGH ALONE.
000512******************************************************************
000514 2100-EDIT-DECISION.
000516      IF AV-DECISION NOT = "R" AND AV-DECISION NOT = "X"
000518          MOVE "REFUSED - BAD DECISION CODE" TO DECISION-DISP
000520          SET DECISION-IN-ERROR TO TRUE
000522          GO TO 2100-EDIT-DECISION-EXIT
000524      END-IF.
000526      IF AV-CHECKER-ID = SPACES
000528          MOVE "REFUSED - NO CHECKER ID" TO DECISION-DISP
000530          SET DECISION-IN-ERROR TO TRUE
000532          GO TO 2100-EDIT-DECISION-EXIT
000534      END-IF.
000536      IF AV-PEND-KEY-N NOT NUMERIC
000538          MOVE "REFUSED - BAD PENDING KEY" TO DECISION-DISP
000540          SET DECISION-IN-ERROR TO TRUE
000542          GO TO 2100-EDIT-DECISION-EXIT
000544      END-IF.
000546      MOVE AV-PEND-KEY TO PD-KEY.
000548      READ PENDING-FILE
000550          INVALID KEY
000552              MOVE "REFUSED - NOT ON PENDING FILE"
000554                  TO DECISION-DISP
000556              SET DECISION-IN-ERROR TO TRUE
000558              GO TO 2100-EDIT-DECISION-EXIT
000560      END-READ.
000562      MOVE PD-ACTION TO SHOW-ACTION.
000564      MOVE PD-DRAWING-ID TO SHOW-DRAWING.
000566      MOVE PD-SEQ-NO TO SHOW-SEQ.
000568      MOVE PD-MAKER-ID TO SHOW-MAKER.
000570      IF NOT PD-AWAITING
000572          EVALUATE TRUE
000574              WHEN PD-RELEASED
000576                  MOVE "REFUSED - ALREADY RELEASED"
000578                      TO DECISION-DISP
000580              WHEN PD-REJECTED
000582                  MOVE "REFUSED - ALREADY REJECTED"
000584                      TO DECISION-DISP
000586              WHEN OTHER
000588                  MOVE "REFUSED - ALREADY PROCESSED"
000590                      TO DECISION-DISP
000592          END-EVALUATE
000594          SET DECISION-IN-ERROR TO TRUE
000596          GO TO 2100-EDIT-DECISION-EXIT
000598      END-IF.
000600      IF AV-CHECKER-ID = PD-MAKER-ID
000602          MOVE "REFUSED - CHECKER IS THE MAKER"
000604              TO DECISION-DISP
000606          SET DECISION-IN-ERROR TO TRUE
000608      END-IF.
000610 2100-EDIT-DECISION-EXIT.
000612      EXIT.
000614
000616* ONE LINE PER DECISION AS KEYED, WITH THE CHANGE IT NAMED AND
000618* WHAT BECAME OF IT.
000620 2900-WRITE-DECISION-LINE.
000622      MOVE SPACES TO APPROVAL-REPORT-RECORD.
000624      STRING AV-DECISION " " AV-PEND-KEY " " SHOW-ACTION " "
000626             SHOW-DRAWING " " SHOW-SEQ " " SHOW-MAKER " "
000628             AV-CHECKER-ID " " DECISION-DISP
000630          DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
000632      WRITE APPROVAL-REPORT-RECORD.
000634 2900-WRITE-DECISION-LINE-EXIT.
000636      EXIT.
000638
000640******************************************************************
000642* 3000-RECORD-DECISION -- MARK THE HELD CHANGE RELEASED OR
000644*   REJECTED WITH THE CHECKER'S ID AND TODAY'S DATE. THE RECORD
000646*   STAYS ON THE PENDING FILE EITHER WAY AS THE APPROVAL TRAIL.
000648******************************************************************
000650 3000-RECORD-DECISION.
000652      IF AV-DECISION = "R"
000654          SET PD-RELEASED TO TRUE
000656      ELSE
000658          SET PD-REJECTED TO TRUE
000660      END-IF.
000662      MOVE AV-CHECKER-ID TO PD-CHECKER-ID.
000664      MOVE APPROVAL-DATE TO PD-DECIDED-DATE.
000666      REWRITE PENDING-RECORD
000668          INVALID KEY
000670              MOVE "REFUSED - REWRITE FAILED" TO DECISION-DISP
000672              SET DECISION-IN-ERROR TO TRUE
000674              GO TO 3000-RECORD-DECISION-EXIT
000676      END-REWRITE.
000678      IF PD-RELEASED
000680          ADD 1 TO CHANGES-RELEASED
000682          MOVE "RELEASED" TO DECISION-DISP
000684      ELSE
000686          ADD 1 TO CHANGES-REJECTED
000688          MOVE "REJECTED" TO DECISION-DISP
000690      END-IF.
000692 3000-RECORD-DECISION-EXIT.
000694      EXIT.
000696
000698******************************************************************
000700* 8000-APPROVAL-TOTALS -- CLOSE OUT THE REPORT WITH THE CONTROL
000702*   TOTALS: DECISIONS READ, CHANGES RELEASED AND REJECTED, AND
000704*   THE DECISIONS REFUSED.
000706******************************************************************
000708 8000-APPROVAL-TOTALS.
000710      MOVE SPACES TO APPROVAL-REPORT-RECORD.
000712      WRITE APPROVAL-REPORT-RECORD.
000714
000716      MOVE SPACES TO APPROVAL-REPORT-RECORD.
000718      STRING "DECISIONS READ.......... " DECISIONS-READ
000720          DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
000722      WRITE APPROVAL-REPORT-RECORD.
000724
000726      MOVE SPACES TO APPROVAL-REPORT-RECORD.
000728      STRING "CHANGES RELEASED........ " CHANGES-RELEASED
000730          DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
000732      WRITE APPROVAL-REPORT-RECORD.
000734
000736      MOVE SPACES TO APPROVAL-REPORT-RECORD.
000738      STRING "CHANGES REJECTED........ " CHANGES-REJECTED
000740          DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
000742      WRITE APPROVAL-REPORT-RECORD.
000744
000746      MOVE SPACES TO APPROVAL-REPORT-RECORD.
000748      STRING "DECISIONS REFUSED....... " DECISIONS-IN-ERROR
000750          DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
000752      WRITE APPROVAL-REPORT-RECORD.
000754 8000-APPROVAL-TOTALS-EXIT.
000756      EXIT.
000758
000760******************************************************************
000762* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CONDITION
000764*   CODE: 0 WHEN EVERY DECISION WAS TAKEN, 4 WHEN ANY WAS
000766*   REFUSED SO THE CHECKER REVIEWS APRVRPT.
000768******************************************************************
000770 9000-TERMINATE.
000772      CLOSE DECISION-FILE.
000774      CLOSE PENDING-FILE.
000776      CLOSE APPROVAL-REPORT-FILE.
000778      IF DECISIONS-IN-ERROR > 0
000780          MOVE 4 TO RETURN-CODE
000782      END-IF.
000784 9000-TERMINATE-EXIT.
000786      EXIT.
000788
000790 END PROGRAM SHAPAPRV.
