000120*             TRANSACTIONS ARRIVE ON SHAPETRN AND ARE APPLIED
000122*             ONE BY ONE, WITH A TOTALS REPORT ON SHMNTRPT.
000124*
000126*             A DRAWING LISTED AS PROTECTED ON SHAPPROT (THE
000128*             MONTH-END BANNER, THE STANDARD TEST PATTERNS) IS
000130*             NEVER CHANGED BY ONE PERSON ALONE. AN ADD, REPLACE,
000132*             DELETE OR UNPROTECT AGAINST IT MUST CARRY THE
000134*             KEYING OPERATOR'S ID AND IS HELD ON THE PENDING-
000136*             CHANGE FILE SHAPEPND INSTEAD OF TOUCHING THE
000138*             MASTER. THE SHAPAPRV APPROVAL RUN, KEYED BY A
000140*             DIFFERENT OPERATOR, RELEASES OR REJECTS EACH ONE;
000142*             THE NEXT SHAPMNT RUN APPLIES THE RELEASED CHANGES
000144*             IN THE ORDER THEY WERE KEYED, BEFORE ITS OWN
000146*             SHAPETRN BATCH, AND JOURNALS THEM WITH BOTH IDS.
000148*             SHAPPNDR LISTS WHAT IS STILL WAITING.
000150*
000152* TRANSACTION LAYOUT (SHAPETRN):
000154*   TX-ACTION      X(1)   A=ADD  R=REPLACE  D=DELETE
000156*   TX-DRAWING-ID  X(8)
000158*   TX-SEQ-NO      9(4)   0000 ON A DELETE REMOVES THE WHOLE
000160*                         DRAWING, EVERY SEQUENCE NUMBER.
000162*                         0000 IS RESERVED: ADDS AND REPLACES
000164*                         MUST USE 0001-9999.
000166*   TX-SHAPE-TYPE  X(5)   SHAPE FIELDS AS ON LINE-RECORD,
000168*   TX-X1...TX-B   9(3)   IGNORED ON A DELETE
000170*   TX-OPERATOR-ID X(8)   WHO KEYED THE CHANGE - REQUIRED AGAINST
000172*                         A PROTECTED DRAWING AND ON P AND U,
000174*                         JOURNALED WHENEVER IT IS GIVEN
000176* PROTECTION ACTIONS (TX-SEQ-NO 0000, SHAPE FIELDS IGNORED):
000178*   P=PROTECT      APPLIED AT ONCE - MAKING A DRAWING SAFER
000180*                  NEEDS NO SECOND PAIR OF EYES
000182*   U=UNPROTECT    HELD FOR APPROVAL LIKE ANY OTHER CHANGE TO A
000184*                  PROTECTED DRAWING
000186*
000188* MODIFICATION HISTORY
000190* DATE       INIT  DESCRIPTION
000192* ---------- ----  ---------------------------------------------
000194* 2026-08-23 DW    ORIGINAL SHAPE MASTER MAINTENANCE PROGRAM.
000196* 2026-08-23 DW    REJECT ADD/REPLACE TRANSACTIONS WITH
000198*                  NON-NUMERIC COORDINATE OR COLOR FIELDS OR A
000200*                  COLOR COMPONENT OVER 255, MIRRORING THE
000202*                  FEED EDITS IN SHAPEEDIT - THE MASTER IS
000204*                  PERMANENT AND THE DRAWING= RENDER PATH HAS
000206*                  NO OTHER EDIT IN FRONT OF IT.
000208* 2026-08-23 DW    RESERVE SEQUENCE 0000 FOR THE WHOLE-DRAWING
000210*                  DELETE SENTINEL: AN ADD/REPLACE AT 0000 IS
000212*                  REJECTED, SINCE A SHAPE STORED THERE COULD
000214*                  NEVER BE INDIVIDUALLY DELETED AGAIN.
000216* 2026-09-02 DW    JOURNAL A BEFORE-IMAGE AND AFTER-IMAGE OF
000218*                  EVERY MASTER RECORD TOUCHED TO SHAPEJRN,
000220*                  STAMPED WITH DATE, TIME AND THE TRANSACTION
000222*                  THAT CAUSED IT, SO A BAD SHAPETRN BATCH CAN
000224*                  BE BACKED OUT BY THE SHAPRST REPLAY PROGRAM
000226*                  INSTEAD OF COSTING US A DRAWING. THE TOTALS
000228*                  REPORT NOW SHOWS JOURNAL RECORDS WRITTEN SO
000230*                  THE TRAIL CAN BE PROVED COMPLETE.
000232* 2026-10-15 DW    PROTECTED DRAWINGS (SHAPPROT) AND MAKER-CHECKER
000234*                  APPROVAL: TX-OPERATOR-ID ADDED TO SHAPETRN,
000236*                  P/U ACTIONS SET AND CLEAR PROTECTION, CHANGES
000238*                  TO A PROTECTED DRAWING ARE HELD ON SHAPEPND
000240*                  FOR SHAPAPRV, AND RELEASED CHANGES ARE APPLIED
000242*                  AHEAD OF THE BATCH. SHAPEJRN NOW CARRIES THE
000244*                  OPERATOR AND APPROVER IDS.
000246* Tectonics: cobc
000248******************************************************************
000250 IDENTIFICATION DIVISION.
000252 PROGRAM-ID. SHAPMNT.
000254 ENVIRONMENT DIVISION.
000256 INPUT-OUTPUT SECTION.
000258 FILE-CONTROL.
000260     SELECT TRAN-FILE ASSIGN TO "SHAPETRN"
000262         ORGANIZATION IS LINE SEQUENTIAL
000264         FILE STATUS IS TF-FILE-STATUS.
000266     SELECT SHAPE-MASTER ASSIGN TO "SHAPEMST"
000268         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000272         RECORD KEY IS MR-KEY
000274         FILE STATUS IS MS-FILE-STATUS.
000276     SELECT MAINT-REPORT-FILE ASSIGN TO "SHMNTRPT"
000278         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS MR-FILE-STATUS.
000282     SELECT JOURNAL-FILE ASSIGN TO "SHAPEJRN"
000284         ORGANIZATION IS LINE SEQUENTIAL
000286         FILE STATUS IS JR-FILE-STATUS.
000288     SELECT PROTECT-FILE ASSIGN TO "SHAPPROT"
000290         ORGANIZATION IS INDEXED
000292         ACCESS MODE IS RANDOM
000294         RECORD KEY IS PT-DRAWING-ID
000296         FILE STATUS IS PT-FILE-STATUS.
000298     SELECT PENDING-FILE ASSIGN TO "SHAPEPND"
000300         ORGANIZATION IS INDEXED
000302         ACCESS MODE IS DYNAMIC
000304         RECORD KEY IS PD-KEY
000306         FILE STATUS IS PD-FILE-STATUS.
000308 DATA DIVISION.
000310 FILE SECTION.
000312 FD  TRAN-FILE.
000314 01  TRAN-RECORD.
000316     05  TX-ACTION       PIC X(1).
000318     05  TX-DRAWING-ID   PIC X(8).
000320     05  TX-SEQ-NO       PIC 9(4).
000322     05  TX-SHAPE-TYPE   PIC X(5).
000324     05  TX-X1           PIC 9(3).
000326     05  TX-Y1           PIC 9(3).
000328     05  TX-X2           PIC 9(3).
000330     05  TX-Y2           PIC 9(3).
000332     05  TX-R            PIC 9(3).
000334     05  TX-G            PIC 9(3).
000336     05  TX-B            PIC 9(3).
000338     05  TX-OPERATOR-ID  PIC X(8).
000340* MASTER-RECORD CARRIES THE SAME SHAPE FIELDS AS LINE-RECORD IN
000342* MAIN-METHOD, BEHIND THE DRAWING ID + SEQUENCE NUMBER KEY THE
000344* RENDERER STARTS ON. KEEP THE TWO LAYOUTS IN STEP.
000346 FD  SHAPE-MASTER.
000348 01  MASTER-RECORD.
000350     05  MR-KEY.
000352         10  MR-DRAWING-ID   PIC X(8).
000354         10  MR-SEQ-NO       PIC 9(4).
000356     05  MR-SHAPE-TYPE   PIC X(5).
000358     05  MR-X1           PIC 9(3).
000360     05  MR-Y1           PIC 9(3).
000362     05  MR-X2           PIC 9(3).
000364     05  MR-Y2           PIC 9(3).
000366     05  MR-R            PIC 9(3).
000368     05  MR-G            PIC 9(3).
000370     05  MR-B            PIC 9(3).
000372 FD  MAINT-REPORT-FILE.
000374 01  MAINT-REPORT-RECORD PIC X(80).
000376* ONE JOURNAL RECORD PER IMAGE: "B" IS WHAT THE MASTER HELD
000378* BEFORE THE TRANSACTION, "A" WHAT IT HOLDS AFTER. AN ADD HAS
000380* ONLY AN "A" IMAGE, A DELETE ONLY A "B" IMAGE, A REPLACE BOTH.
000382* THE OPERATOR IS THE ONE KEYED ON THE TRANSACTION; THE APPROVER
000384* IS SET ONLY ON A CHANGE RELEASED THROUGH SHAPAPRV.
000386* THE SHAPRST RESTORE PROGRAM REPLAYS THIS FILE - KEEP THE TWO
000388* LAYOUTS IN STEP.
000390 FD  JOURNAL-FILE.
000392 01  JOURNAL-RECORD.
000394     05  JR-DATE         PIC 9(8).
000396     05  FILLER          PIC X(1) VALUE SPACE.
000398     05  JR-TIME         PIC 9(8).
000400     05  FILLER          PIC X(1) VALUE SPACE.
000402     05  JR-IMAGE-TYPE   PIC X(1).
000404     05  FILLER          PIC X(1) VALUE SPACE.
000406     05  JR-TX-ACTION    PIC X(1).
000408     05  FILLER          PIC X(1) VALUE SPACE.
000410     05  JR-DRAWING-ID   PIC X(8).
000412     05  JR-SEQ-NO       PIC 9(4).
000414     05  JR-SHAPE-TYPE   PIC X(5).
000416     05  JR-X1           PIC 9(3).
000418     05  JR-Y1           PIC 9(3).
000420     05  JR-X2           PIC 9(3).
000422     05  JR-Y2           PIC 9(3).
000424     05  JR-R            PIC 9(3).
000426     05  JR-G            PIC 9(3).
000428     05  JR-B            PIC 9(3).
000430     05  FILLER          PIC X(1) VALUE SPACE.
000432     05  JR-OPERATOR-ID  PIC X(8).
000434     05  FILLER          PIC X(1) VALUE SPACE.
000436     05  JR-APPROVER-ID  PIC X(8).
000438* ONE RECORD PER DRAWING THAT HAS EVER BEEN PROTECTED. AN
000440* UNPROTECT CLEARS THE FLAG AND KEEPS THE RECORD, SO THE LAST
000442* CHANGE AND WHO MADE AND APPROVED IT STAY ON FILE. SHAPPROM
000444* READS THIS FILE WITH THE SAME LAYOUT - KEEP THEM IN STEP.
000446 FD  PROTECT-FILE.
000448 01  PROTECT-RECORD.
000450     05  PT-DRAWING-ID   PIC X(8).
000452     05  PT-PROTECT-FLAG PIC X(1).
000454         88  PT-PROTECTED        VALUE "Y".
000456     05  PT-CHANGED-DATE PIC 9(8).
000458     05  PT-CHANGED-BY   PIC X(8).
000460     05  PT-APPROVED-BY  PIC X(8).
000462* ONE RECORD PER CHANGE HELD FOR APPROVAL, KEYED BY WHEN IT WAS
000464* KEYED SO RELEASED CHANGES APPLY IN KEYING ORDER. PD-TRANSACTION
000466* IS THE SHAPETRN RECORD AS KEYED, ALREADY EDITED. THE RECORD
000468* STAYS ON FILE ONCE DECIDED AS THE APPROVAL TRAIL. SHAPAPRV AND
000470* SHAPPNDR USE THE SAME LAYOUT - KEEP THE THREE IN STEP.
000472 FD  PENDING-FILE.
000474 01  PENDING-RECORD.
000476     05  PD-KEY.
000478         10  PD-KEYED-DATE   PIC 9(8).
000480         10  PD-KEYED-TIME   PIC 9(8).
000482         10  PD-KEYED-SEQ    PIC 9(4).
000484     05  PD-STATUS       PIC X(1).
000486         88  PD-AWAITING         VALUE "P".
000488         88  PD-RELEASED         VALUE "R".
000490         88  PD-REJECTED         VALUE "X".
000492         88  PD-APPLIED          VALUE "A".
000494         88  PD-APPLY-FAILED     VALUE "F".
000496     05  PD-TRANSACTION.
000498         10  PD-ACTION       PIC X(1).
000500         10  PD-DRAWING-ID   PIC X(8).
000502         10  PD-SEQ-NO       PIC 9(4).
000504         10  PD-SHAPE-FIELDS PIC X(26).
000506         10  PD-MAKER-ID     PIC X(8).
000508     05  PD-CHECKER-ID   PIC X(8).
000510     05  PD-DECIDED-DATE PIC 9(8).
000512     05  PD-APPLIED-DATE PIC 9(8).
000514 WORKING-STORAGE SECTION.
000516  77 TF-FILE-STATUS PIC X(2) VALUE "00".
000518  77 MS-FILE-STATUS PIC X(2) VALUE "00".
000520  77 MR-FILE-STATUS PIC X(2) VALUE "00".
000522  77 TF-EOF-SW PIC X(1) VALUE "N".
000524      88 TF-AT-EOF VALUE "Y".
000526  77 DRAWING-DONE-SW PIC X(1) VALUE "N".
000528      88 DRAWING-DONE VALUE "Y".
000530  77 TRANS-READ PIC 9(6) VALUE 0.
000532  77 ADDS-APPLIED PIC 9(6) VALUE 0.
000534  77 REPLACES-APPLIED PIC 9(6) VALUE 0.
000536  77 DELETES-APPLIED PIC 9(6) VALUE 0.
000538  77 TRANS-IN-ERROR PIC 9(6) VALUE 0.
000540  77 DRAWING-DEL-CNT PIC 9(6) VALUE 0.
000542  77 MAINT-DATE PIC 9(8) VALUE 0.
000544  77 JR-FILE-STATUS PIC X(2) VALUE "00".
000546  77 JRNL-WRITES PIC 9(6) VALUE 0.
000548* IMAGE TYPE FOR THE NEXT 3600-WRITE-JOURNAL CALL: "B" FOR THE
000550* MASTER RECORD AS IT STOOD BEFORE THE TRANSACTION, "A" AS IT
000552* STANDS AFTER.
000554  77 JRNL-IMAGE PIC X(1) VALUE SPACE.
000556  77 PT-FILE-STATUS PIC X(2) VALUE "00".
000558  77 PD-FILE-STATUS PIC X(2) VALUE "00".
000560  77 PD-EOF-SW PIC X(1) VALUE "N".
000562      88 PD-AT-EOF VALUE "Y".
000564  77 PROTECT-SW PIC X(1) VALUE "N".
000566      88 DRAWING-PROTECTED VALUE "Y".
000568* THE SHAPAPRV CHECKER WHILE A RELEASED CHANGE IS BEING APPLIED,
000570* SPACES FOR A TRANSACTION APPLIED STRAIGHT FROM SHAPETRN.
000572  77 APPROVER-ID PIC X(8) VALUE SPACES.
000574* CHANGES HELD THIS RUN ARE KEYED BY THE RUN'S START TIME AND A
000576* SEQUENCE WITHIN THE RUN.
000578  77 HOLD-TIME PIC 9(8) VALUE 0.
000580  77 HOLD-SEQ PIC 9(4) VALUE 0.
000582  77 ERRORS-BEFORE PIC 9(6) VALUE 0.
000584  77 TRANS-HELD PIC 9(6) VALUE 0.
000586  77 RELEASED-APPLIED PIC 9(6) VALUE 0.
000588  77 RELEASED-FAILED PIC 9(6) VALUE 0.
000590  77 DRAWINGS-PROTECTED PIC 9(6) VALUE 0.
000592  77 DRAWINGS-UNPROTECTED PIC 9(6) VALUE 0.
000594 PROCEDURE DIVISION.
000596 0000-MAINLINE.
000598      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000600      PERFORM 1500-APPLY-RELEASED THRU 1500-APPLY-RELEASED-EXIT
000602          UNTIL PD-AT-EOF.
000604      PERFORM 2000-APPLY-TRANSACTION
000606          THRU 2000-APPLY-TRANSACTION-EXIT
000608          UNTIL TF-AT-EOF.
000610      PERFORM 8000-MAINT-TOTALS THRU 8000-MAINT-TOTALS-EXIT.
000612      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000614      GOBACK.
000616
000618******************************************************************
000620* 1000-INITIALIZE -- OPEN THE TRANSACTION FILE AND THE SHAPE
000622*   MASTER. A MISSING MASTER (STATUS 35) IS CREATED EMPTY AND
000624*   REOPENED I-O SO THE VERY FIRST MAINTENANCE RUN CAN LOAD IT.
000626******************************************************************
000628 1000-INITIALIZE.
000630      ACCEPT MAINT-DATE FROM DATE YYYYMMDD.
000632      OPEN INPUT TRAN-FILE.
000634      IF TF-FILE-STATUS NOT = "00"
000636          DISPLAY "1000-INITIALIZE: TRAN-FILE OPEN FAILED, "
000638                  "STATUS=" TF-FILE-STATUS
000640          MOVE 32 TO RETURN-CODE
000642          STOP RUN
000644      END-IF.
000646      OPEN I-O SHAPE-MASTER.
000648      IF MS-FILE-STATUS = "35"
000650          OPEN OUTPUT SHAPE-MASTER
000652          IF MS-FILE-STATUS NOT = "00"
000654              DISPLAY "1000-INITIALIZE: SHAPE-MASTER CREATE "
000656                      "FAILED, STATUS=" MS-FILE-STATUS
000658              MOVE 36 TO RETURN-CODE
000660              STOP RUN
000662          END-IF
000664          CLOSE SHAPE-MASTER
000666          OPEN I-O SHAPE-MASTER
000668      END-IF.
000670      IF MS-FILE-STATUS NOT = "00"
000672          DISPLAY "1000-INITIALIZE: SHAPE-MASTER OPEN FAILED, "
000674                  "STATUS=" MS-FILE-STATUS
000676          MOVE 36 TO RETURN-CODE
000678          STOP RUN
000680      END-IF.
000682*     THE JOURNAL ACCUMULATES ACROSS RUNS - THE RESTORE REPLAYS
000684*     IT FROM THE BEGINNING - SO IT IS EXTENDED, NEVER REWOUND.
000686*     A FIRST-EVER RUN CREATES IT. NO JOURNAL MEANS NO RECOVERY
000688*     TRAIL, SO A FAILURE HERE STOPS THE RUN BEFORE THE MASTER
000690*     IS TOUCHED.
000692      OPEN EXTEND JOURNAL-FILE.
000694      IF JR-FILE-STATUS = "35"
000696          OPEN OUTPUT JOURNAL-FILE
000698      END-IF.
000700      IF JR-FILE-STATUS NOT = "00"
000702          DISPLAY "1000-INITIALIZE: JOURNAL OPEN FAILED, "
000704                  "STATUS=" JR-FILE-STATUS
000706          MOVE 36 TO RETURN-CODE
000708          STOP RUN
000710      END-IF.
000712*     THE PROTECTION AND PENDING FILES ARE CREATED EMPTY ON A
000714*     FIRST-EVER RUN, THE SAME AS THE MASTER. WITHOUT EITHER A
000716*     PROTECTED DRAWING COULD BE CHANGED UNCHECKED, SO ANY OTHER
000718*     FAILURE STOPS THE RUN HERE.
000720      OPEN I-O PROTECT-FILE.
000722      IF PT-FILE-STATUS = "35"
000724          OPEN OUTPUT PROTECT-FILE
000726          CLOSE PROTECT-FILE
000728          OPEN I-O PROTECT-FILE
000730      END-IF.
000732      IF PT-FILE-STATUS NOT = "00"
000734          DISPLAY "1000-INITIALIZE: PROTECT-FILE OPEN FAILED, "
000736                  "STATUS=" PT-FILE-STATUS
000738          MOVE 36 TO RETURN-CODE
000740          STOP RUN
000742      END-IF.
000744      OPEN I-O PENDING-FILE.
000746      IF PD-FILE-STATUS = "35"
000748          OPEN OUTPUT PENDING-FILE
000750          CLOSE PENDING-FILE
000752          OPEN I-O PENDING-FILE
000754      END-IF.
000756      IF PD-FILE-STATUS NOT = "00"
000758          DISPLAY "1000-INITIALIZE: PENDING-FILE OPEN FAILED, "
000760                  "STATUS=" PD-FILE-STATUS
000762          MOVE 36 TO RETURN-CODE
000764          STOP RUN
000766      END-IF.
000768      ACCEPT HOLD-TIME FROM TIME.
000770      MOVE LOW-VALUES TO PD-KEY.
000772      START PENDING-FILE KEY NOT < PD-KEY
000774          INVALID KEY
000776              SET PD-AT-EOF TO TRUE
000778      END-START.
000780 1000-INITIALIZE-EXIT.
000782      EXIT.
000784
000786******************************************************************
000788* 1500-APPLY-RELEASED -- WALK THE PENDING FILE IN KEYING ORDER
000790*   AND APPLY EVERY CHANGE SHAPAPRV HAS RELEASED, AS IF IT HAD
000792*   JUST BEEN READ FROM SHAPETRN, WITH THE CHECKER AS APPROVER
000794*   ON THE JOURNAL. THE CHANGE WAS EDITED WHEN IT WAS HELD, SO
000796*   ONLY THE MASTER CAN STILL REFUSE IT (A REPLACE OF A SHAPE
000798*   SINCE DELETED, SAY); IT IS THEN MARKED FAILED, NOT RETRIED.
000800******************************************************************
000802 1500-APPLY-RELEASED.
000804      READ PENDING-FILE NEXT RECORD
000806          AT END
000808              SET PD-AT-EOF TO TRUE
000810              GO TO 1500-APPLY-RELEASED-EXIT
000812      END-READ.
000814      IF NOT PD-RELEASED
000816          GO TO 1500-APPLY-RELEASED-EXIT
000818      END-IF.
000820      MOVE PD-TRANSACTION TO TRAN-RECORD.
000822      MOVE PD-CHECKER-ID TO APPROVER-ID.
000824      MOVE TRANS-IN-ERROR TO ERRORS-BEFORE.
000826      PERFORM 2500-DISPATCH-ACTION THRU 2500-DISPATCH-ACTION-EXIT.
000828      IF TRANS-IN-ERROR > ERRORS-BEFORE
000830          DISPLAY "1500-APPLY-RELEASED: RELEASED CHANGE "
000832                  PD-KEY " FAILED ON APPLY"
000834          SET PD-APPLY-FAILED TO TRUE
000836          ADD 1 TO RELEASED-FAILED
000838      ELSE
000840          SET PD-APPLIED TO TRUE
000842          ADD 1 TO RELEASED-APPLIED
000844      END-IF.
000846      MOVE MAINT-DATE TO PD-APPLIED-DATE.
000848      REWRITE PENDING-RECORD
000850          INVALID KEY
000852              DISPLAY "1500-APPLY-RELEASED: PENDING REWRITE "
000854                      "FAILED, STATUS=" PD-FILE-STATUS
000856              MOVE 36 TO RETURN-CODE
000858              STOP RUN
000860      END-REWRITE.
000862      MOVE SPACES TO APPROVER-ID.
000864 1500-APPLY-RELEASED-EXIT.
000866      EXIT.
000868
000870******************************************************************
000872* 2000-APPLY-TRANSACTION -- READ ONE SHAPETRN TRANSACTION AND
000874*   DISPATCH ON THE ACTION CODE. A BAD ACTION CODE OR A
000876*   NON-NUMERIC SEQUENCE NUMBER IS COUNTED AND REPORTED, NEVER
000878*   APPLIED. A CHANGE TO A PROTECTED DRAWING THAT PASSES THE
000880*   EDITS IS HELD FOR APPROVAL INSTEAD.
000882******************************************************************
000884 2000-APPLY-TRANSACTION.
000886      READ TRAN-FILE INTO TRAN-RECORD
000888          AT END
000890              SET TF-AT-EOF TO TRUE
000892              GO TO 2000-APPLY-TRANSACTION-EXIT
000894      END-READ.
000896      ADD 1 TO TRANS-READ.
000898      IF TX-SEQ-NO NOT NUMERIC
000900          DISPLAY "2000-APPLY-TRANSACTION: NON-NUMERIC "
000902                  "SEQUENCE ON " TX-DRAWING-ID ", SKIPPED"
000904          ADD 1 TO TRANS-IN-ERROR
000906          GO TO 2000-APPLY-TRANSACTION-EXIT
000908      END-IF.
000910*     SEQUENCE 0000 IS THE WHOLE-DRAWING DELETE SENTINEL - A
000912*     SHAPE STORED THERE COULD NEVER BE INDIVIDUALLY DELETED,
000914*     SO ADDS AND REPLACES MUST USE 0001-9999.
000916      IF (TX-ACTION = "A" OR TX-ACTION = "R") AND
000918         TX-SEQ-NO = 0
000920          DISPLAY "2000-APPLY-TRANSACTION: SEQUENCE 0000 IS "
000922                  "RESERVED FOR WHOLE-DRAWING DELETES, "
000924                  TX-DRAWING-ID " SKIPPED"
000926          ADD 1 TO TRANS-IN-ERROR
000928          GO TO 2000-APPLY-TRANSACTION-EXIT
000930      END-IF.
000932*     ONLY REAL SHAPE TYPES BELONG ON THE MASTER: THE RENDERER
000934*     TREATS HDR/TRL/SCENE AS CONTROL RECORDS, SO LETTING ONE
000936*     IN HERE WOULD CORRUPT A LATER DRAWING= RUN. BLANK IS
000938*     ACCEPTED AS LINE, THE SAME AS ON THE FEED.
000940      IF (TX-ACTION = "A" OR TX-ACTION = "R") AND
000942         TX-SHAPE-TYPE NOT = "LINE" AND
000944         TX-SHAPE-TYPE NOT = "RECT" AND
000946         TX-SHAPE-TYPE NOT = "POINT" AND
000948         TX-SHAPE-TYPE NOT = SPACES
000950          DISPLAY "2000-APPLY-TRANSACTION: BAD SHAPE TYPE '"
000952                  TX-SHAPE-TYPE "' ON " TX-DRAWING-ID
000954                  ", SKIPPED"
000956          ADD 1 TO TRANS-IN-ERROR
000958          GO TO 2000-APPLY-TRANSACTION-EXIT
000960      END-IF.
000962*     THE MASTER IS PERMANENT AND THE RENDERER'S DRAWING= PATH
000964*     HAS NO FRONT-END EDIT LIKE SHAPEEDIT GUARDS THE FLAT
000966*     FEED, SO GARBAGE MUST BE STOPPED HERE: EVERY SHAPE FIELD
000968*     ON AN ADD OR REPLACE MUST BE NUMERIC AND THE COLOR
000970*     COMPONENTS WITHIN THE 0-255 RANGE SDL EXPECTS.
000972      IF (TX-ACTION = "A" OR TX-ACTION = "R") AND
000974         (TX-X1 NOT NUMERIC OR TX-Y1 NOT NUMERIC OR
000976          TX-X2 NOT NUMERIC OR TX-Y2 NOT NUMERIC OR
000978          TX-R NOT NUMERIC OR TX-G NOT NUMERIC OR
000980          TX-B NOT NUMERIC)
000982          DISPLAY "2000-APPLY-TRANSACTION: NON-NUMERIC SHAPE "
000984                  "FIELD ON " TX-DRAWING-ID " SEQ " TX-SEQ-NO
000986                  ", SKIPPED"
000988          ADD 1 TO TRANS-IN-ERROR
000990          GO TO 2000-APPLY-TRANSACTION-EXIT
000992      END-IF.
000994      IF (TX-ACTION = "A" OR TX-ACTION = "R") AND
000996         (TX-R > 255 OR TX-G > 255 OR TX-B > 255)
000998          DISPLAY "2000-APPLY-TRANSACTION: COLOR OUT OF "
001000                  "RANGE ON " TX-DRAWING-ID " SEQ " TX-SEQ-NO
001002                  ", SKIPPED"
001004          ADD 1 TO TRANS-IN-ERROR
001006          GO TO 2000-APPLY-TRANSACTION-EXIT
001008      END-IF.
001010*     A PROTECTION CHANGE MUST SAY WHO MADE IT.
001012      IF (TX-ACTION = "P" OR TX-ACTION = "U") AND
001014         TX-OPERATOR-ID = SPACES
001016          DISPLAY "2000-APPLY-TRANSACTION: NO OPERATOR ID ON "
001018                  "PROTECTION CHANGE FOR " TX-DRAWING-ID
001020                  ", SKIPPED"
001022          ADD 1 TO TRANS-IN-ERROR
001024          GO TO 2000-APPLY-TRANSACTION-EXIT
001026      END-IF.
001028      PERFORM 2100-CHECK-PROTECTION
001030          THRU 2100-CHECK-PROTECTION-EXIT.
001032      IF TX-ACTION = "U" AND NOT DRAWING-PROTECTED
001034          DISPLAY "2000-APPLY-TRANSACTION: " TX-DRAWING-ID
001036                  " IS NOT PROTECTED, UNPROTECT SKIPPED"
001038          ADD 1 TO TRANS-IN-ERROR
001040          GO TO 2000-APPLY-TRANSACTION-EXIT
001042      END-IF.
001044      IF DRAWING-PROTECTED AND
001046         (TX-ACTION = "A" OR TX-ACTION = "R" OR
001048          TX-ACTION = "D" OR TX-ACTION = "U")
001050          IF TX-OPERATOR-ID = SPACES
001052              DISPLAY "2000-APPLY-TRANSACTION: " TX-DRAWING-ID
001054                      " IS PROTECTED AND THE CHANGE HAS NO "
001056                      "OPERATOR ID, SKIPPED"
001058              ADD 1 TO TRANS-IN-ERROR
001060          ELSE
001062              PERFORM 2200-HOLD-TRANSACTION
001064                  THRU 2200-HOLD-TRANSACTION-EXIT
001066          END-IF
001068          GO TO 2000-APPLY-TRANSACTION-EXIT
001070      END-IF.
001072      PERFORM 2500-DISPATCH-ACTION THRU 2500-DISPATCH-ACTION-EXIT.
001074 2000-APPLY-TRANSACTION-EXIT.
001076      EXIT.
001078
001080 2100-CHECK-PROTECTION.
001082      MOVE "N" TO PROTECT-SW.
001084      MOVE TX-DRAWING-ID TO PT-DRAWING-ID.
001086      READ PROTECT-FILE
001088          INVALID KEY
001090              GO TO 2100-CHECK-PROTECTION-EXIT
001092      END-READ.
001094      IF PT-PROTECTED
001096          SET DRAWING-PROTECTED TO TRUE
001098      END-IF.
001100 2100-CHECK-PROTECTION-EXIT.
001102      EXIT.
001104
001106******************************************************************
001108* 2200-HOLD-TRANSACTION -- PUT THE TRANSACTION ON THE PENDING
001110*   FILE AWAITING APPROVAL. NOTHING ON THE MASTER CHANGES AND
001112*   NOTHING IS JOURNALED UNTIL IT IS RELEASED AND APPLIED.
001114******************************************************************
001116 2200-HOLD-TRANSACTION.
001118      ADD 1 TO HOLD-SEQ.
001120      MOVE SPACES TO PENDING-RECORD.
001122      MOVE MAINT-DATE TO PD-KEYED-DATE.
001124      MOVE HOLD-TIME TO PD-KEYED-TIME.
001126      MOVE HOLD-SEQ TO PD-KEYED-SEQ.
001128      SET PD-AWAITING TO TRUE.
001130      MOVE TRAN-RECORD TO PD-TRANSACTION.
001132      MOVE 0 TO PD-DECIDED-DATE PD-APPLIED-DATE.
001134      WRITE PENDING-RECORD
001136          INVALID KEY
001138              DISPLAY "2200-HOLD-TRANSACTION: PENDING WRITE "
001140                      "FAILED, STATUS=" PD-FILE-STATUS
001142              MOVE 36 TO RETURN-CODE
001144              STOP RUN
001146      END-WRITE.
001148      ADD 1 TO TRANS-HELD.
001150      DISPLAY "2200-HOLD-TRANSACTION: " TX-ACTION " "
001152              TX-DRAWING-ID " SEQ " TX-SEQ-NO " HELD AS "
001154              PD-KEY " FOR APPROVAL".
001156 2200-HOLD-TRANSACTION-EXIT.
001158      EXIT.
001160
001162 2500-DISPATCH-ACTION.
001164      EVALUATE TX-ACTION
001166          WHEN "A"
001168              PERFORM 3000-ADD-SHAPE
001170                  THRU 3000-ADD-SHAPE-EXIT
001172          WHEN "R"
001174              PERFORM 3100-REPLACE-SHAPE
001176                  THRU 3100-REPLACE-SHAPE-EXIT
001178          WHEN "D"
001180              IF TX-SEQ-NO = 0
001182                  PERFORM 3300-DELETE-DRAWING
001184                      THRU 3300-DELETE-DRAWING-EXIT
001186              ELSE
001188                  PERFORM 3200-DELETE-SHAPE
001190                      THRU 3200-DELETE-SHAPE-EXIT
001192              END-IF
001194          WHEN "P"
001196              PERFORM 3700-PROTECT-DRAWING
001198                  THRU 3700-PROTECT-DRAWING-EXIT
001200          WHEN "U"
001202              PERFORM 3800-UNPROTECT-DRAWING
001204                  THRU 3800-UNPROTECT-DRAWING-EXIT
001206          WHEN OTHER
001208              DISPLAY "2000-APPLY-TRANSACTION: BAD ACTION '"
001210                      TX-ACTION "' ON " TX-DRAWING-ID
001212                      ", SKIPPED"
001214              ADD 1 TO TRANS-IN-ERROR
001216      END-EVALUATE.
001218 2500-DISPATCH-ACTION-EXIT.
001220      EXIT.
001222
001224 3000-ADD-SHAPE.
001226      PERFORM 3500-MOVE-TRAN-TO-MASTER
001228          THRU 3500-MOVE-TRAN-TO-MASTER-EXIT.
001230      WRITE MASTER-RECORD
001232          INVALID KEY
001234              DISPLAY "3000-ADD-SHAPE: " TX-DRAWING-ID " SEQ "
001236                      TX-SEQ-NO " ALREADY ON MASTER, SKIPPED"
001238              ADD 1 TO TRANS-IN-ERROR
001240          NOT INVALID KEY
001242              ADD 1 TO ADDS-APPLIED
001244              MOVE "A" TO JRNL-IMAGE
001246              PERFORM 3600-WRITE-JOURNAL
001248                  THRU 3600-WRITE-JOURNAL-EXIT
001250      END-WRITE.
001252 3000-ADD-SHAPE-EXIT.
001254      EXIT.
001256
001258* THE EXISTING RECORD IS READ FIRST SO ITS BEFORE-IMAGE REACHES
001260* THE JOURNAL - A REPLACE THAT JOURNALED ONLY THE NEW VALUES
001262* WOULD LEAVE NOTHING TO RESTORE FROM.
001264 3100-REPLACE-SHAPE.
001266      MOVE TX-DRAWING-ID TO MR-DRAWING-ID.
001268      MOVE TX-SEQ-NO TO MR-SEQ-NO.
001270      READ SHAPE-MASTER
001272          INVALID KEY
001274              DISPLAY "3100-REPLACE-SHAPE: " TX-DRAWING-ID
001276                      " SEQ " TX-SEQ-NO " NOT ON MASTER, "
001278                      "SKIPPED"
001280              ADD 1 TO TRANS-IN-ERROR
001282              GO TO 3100-REPLACE-SHAPE-EXIT
001284      END-READ.
001286      MOVE "B" TO JRNL-IMAGE.
001288      PERFORM 3600-WRITE-JOURNAL THRU 3600-WRITE-JOURNAL-EXIT.
001290      PERFORM 3500-MOVE-TRAN-TO-MASTER
001292          THRU 3500-MOVE-TRAN-TO-MASTER-EXIT.
001294      REWRITE MASTER-RECORD
001296          INVALID KEY
001298              DISPLAY "3100-REPLACE-SHAPE: " TX-DRAWING-ID
001300                      " SEQ " TX-SEQ-NO " REWRITE FAILED, "
001302                      "STATUS=" MS-FILE-STATUS
001304              ADD 1 TO TRANS-IN-ERROR
001306          NOT INVALID KEY
001308              ADD 1 TO REPLACES-APPLIED
001310              MOVE "A" TO JRNL-IMAGE
001312              PERFORM 3600-WRITE-JOURNAL
001314                  THRU 3600-WRITE-JOURNAL-EXIT
001316      END-REWRITE.
001318 3100-REPLACE-SHAPE-EXIT.
001320      EXIT.
001322
001324* SAME RULE AS THE REPLACE: READ THE VICTIM FIRST SO THE
001326* JOURNAL HOLDS WHAT THE DELETE DESTROYED.
001328 3200-DELETE-SHAPE.
001330      MOVE TX-DRAWING-ID TO MR-DRAWING-ID.
001332      MOVE TX-SEQ-NO TO MR-SEQ-NO.
001334      READ SHAPE-MASTER
001336          INVALID KEY
001338              DISPLAY "3200-DELETE-SHAPE: " TX-DRAWING-ID
001340                      " SEQ " TX-SEQ-NO " NOT ON MASTER, "
001342                      "SKIPPED"
001344              ADD 1 TO TRANS-IN-ERROR
001346              GO TO 3200-DELETE-SHAPE-EXIT
001348      END-READ.
001350      MOVE "B" TO JRNL-IMAGE.
001352      PERFORM 3600-WRITE-JOURNAL THRU 3600-WRITE-JOURNAL-EXIT.
001354      DELETE SHAPE-MASTER RECORD
001356          INVALID KEY
001358              DISPLAY "3200-DELETE-SHAPE: " TX-DRAWING-ID
001360                      " SEQ " TX-SEQ-NO " DELETE FAILED, "
001362                      "STATUS=" MS-FILE-STATUS
001364              ADD 1 TO TRANS-IN-ERROR
001366          NOT INVALID KEY
001368              ADD 1 TO DELETES-APPLIED
001370      END-DELETE.
001372 3200-DELETE-SHAPE-EXIT.
001374      EXIT.
001376
001378******************************************************************
001380* 3300-DELETE-DRAWING -- SEQUENCE 0000 ON A DELETE REMOVES THE
001382*   WHOLE DRAWING: START AT THE LOWEST KEY FOR THE DRAWING ID
001384*   AND DELETE EVERY RECORD UNTIL THE ID CHANGES. A DRAWING
001386*   WITH NO RECORDS AT ALL IS AN ERROR, LIKE ANY OTHER DELETE
001388*   OF SOMETHING THAT IS NOT THERE.
001390******************************************************************
001392 3300-DELETE-DRAWING.
001394      MOVE 0 TO DRAWING-DEL-CNT.
001396      MOVE "N" TO DRAWING-DONE-SW.
001398      MOVE TX-DRAWING-ID TO MR-DRAWING-ID.
001400      MOVE 0 TO MR-SEQ-NO.
001402      START SHAPE-MASTER KEY NOT < MR-KEY
001404          INVALID KEY
001406              SET DRAWING-DONE TO TRUE
001408      END-START.
001410      PERFORM 3310-DELETE-ONE-SHAPE
001412          THRU 3310-DELETE-ONE-SHAPE-EXIT
001414          UNTIL DRAWING-DONE.
001416      IF DRAWING-DEL-CNT = 0
001418          DISPLAY "3300-DELETE-DRAWING: " TX-DRAWING-ID
001420                  " NOT ON MASTER, SKIPPED"
001422          ADD 1 TO TRANS-IN-ERROR
001424      ELSE
001426          ADD DRAWING-DEL-CNT TO DELETES-APPLIED
001428      END-IF.
001430 3300-DELETE-DRAWING-EXIT.
001432      EXIT.
001434
001436 3310-DELETE-ONE-SHAPE.
001438      READ SHAPE-MASTER NEXT RECORD
001440          AT END
001442              SET DRAWING-DONE TO TRUE
001444              GO TO 3310-DELETE-ONE-SHAPE-EXIT
001446      END-READ.
001448      IF MR-DRAWING-ID NOT = TX-DRAWING-ID
001450          SET DRAWING-DONE TO TRUE
001452          GO TO 3310-DELETE-ONE-SHAPE-EXIT
001454      END-IF.
001456*     THE READ NEXT ABOVE ALREADY HOLDS THE VICTIM - JOURNAL IT
001458*     BEFORE IT GOES.
001460      MOVE "B" TO JRNL-IMAGE.
001462      PERFORM 3600-WRITE-JOURNAL THRU 3600-WRITE-JOURNAL-EXIT.
001464      DELETE SHAPE-MASTER RECORD
001466          INVALID KEY
001468              DISPLAY "3310-DELETE-ONE-SHAPE: DELETE FAILED, "
001470                      "STATUS=" MS-FILE-STATUS
001472              SET DRAWING-DONE TO TRUE
001474          NOT INVALID KEY
001476              ADD 1 TO DRAWING-DEL-CNT
001478      END-DELETE.
001480 3310-DELETE-ONE-SHAPE-EXIT.
001482      EXIT.
001484
001486 3500-MOVE-TRAN-TO-MASTER.
001488      MOVE TX-DRAWING-ID TO MR-DRAWING-ID.
001490      MOVE TX-SEQ-NO TO MR-SEQ-NO.
001492      MOVE TX-SHAPE-TYPE TO MR-SHAPE-TYPE.
001494      MOVE TX-X1 TO MR-X1.
001496      MOVE TX-Y1 TO MR-Y1.
001498      MOVE TX-X2 TO MR-X2.
001500      MOVE TX-Y2 TO MR-Y2.
001502      MOVE TX-R TO MR-R.
001504      MOVE TX-G TO MR-G.
001506      MOVE TX-B TO MR-B.
001508 3500-MOVE-TRAN-TO-MASTER-EXIT.
001510      EXIT.
001512
001514******************************************************************
001516* 3600-WRITE-JOURNAL -- APPEND ONE IMAGE OF MASTER-RECORD TO THE
001518*   JOURNAL, STAMPED WITH DATE, TIME, THE IMAGE TYPE IN
001520*   JRNL-IMAGE AND THE TRANSACTION ACTION THAT CAUSED IT. A
001522*   JOURNAL WRITE FAILURE STOPS THE RUN: A MASTER UPDATE WITH NO
001524*   TRAIL IS EXACTLY THE EXPOSURE THE JOURNAL EXISTS TO CLOSE.
001526******************************************************************
001528 3600-WRITE-JOURNAL.
001530      MOVE SPACES TO JOURNAL-RECORD.
001532      ACCEPT JR-DATE FROM DATE YYYYMMDD.
001534      ACCEPT JR-TIME FROM TIME.
001536      MOVE JRNL-IMAGE TO JR-IMAGE-TYPE.
001538      MOVE TX-ACTION TO JR-TX-ACTION.
001540      MOVE MR-DRAWING-ID TO JR-DRAWING-ID.
001542      MOVE MR-SEQ-NO TO JR-SEQ-NO.
001544      MOVE MR-SHAPE-TYPE TO JR-SHAPE-TYPE.
001546      MOVE MR-X1 TO JR-X1.
001548      MOVE MR-Y1 TO JR-Y1.
001550      MOVE MR-X2 TO JR-X2.
001552      MOVE MR-Y2 TO JR-Y2.
001554      MOVE MR-R TO JR-R.
001556      MOVE MR-G TO JR-G.
001558      MOVE MR-B TO JR-B.
001560      MOVE TX-OPERATOR-ID TO JR-OPERATOR-ID.
001562      MOVE APPROVER-ID TO JR-APPROVER-ID.
001564      WRITE JOURNAL-RECORD.
001566      IF JR-FILE-STATUS NOT = "00"
001568          DISPLAY "3600-WRITE-JOURNAL: WRITE FAILED, STATUS="
001570                  JR-FILE-STATUS
001572          MOVE 36 TO RETURN-CODE
001574          STOP RUN
001576      END-IF.
001578      ADD 1 TO JRNL-WRITES.
001580 3600-WRITE-JOURNAL-EXIT.
001582      EXIT.
001584
001586******************************************************************
001588* 3700-PROTECT-DRAWING -- SET THE PROTECTION FLAG. THE DRAWING
001590*   NEED NOT BE ON THE MASTER YET: A NEW BANNER CAN BE PROTECTED
001592*   BEFORE ITS FIRST SHAPE IS KEYED.
001594******************************************************************
001596 3700-PROTECT-DRAWING.
001598      IF DRAWING-PROTECTED
001600          DISPLAY "3700-PROTECT-DRAWING: " TX-DRAWING-ID
001602                  " ALREADY PROTECTED, SKIPPED"
001604          ADD 1 TO TRANS-IN-ERROR
001606          GO TO 3700-PROTECT-DRAWING-EXIT
001608      END-IF.
001610      MOVE TX-DRAWING-ID TO PT-DRAWING-ID.
001612      SET PT-PROTECTED TO TRUE.
001614      MOVE MAINT-DATE TO PT-CHANGED-DATE.
001616      MOVE TX-OPERATOR-ID TO PT-CHANGED-BY.
001618      MOVE SPACES TO PT-APPROVED-BY.
001620      WRITE PROTECT-RECORD
001622          INVALID KEY
001624              REWRITE PROTECT-RECORD
001626                  INVALID KEY
001628                      DISPLAY "3700-PROTECT-DRAWING: REWRITE "
001630                              "FAILED, STATUS=" PT-FILE-STATUS
001632                      ADD 1 TO TRANS-IN-ERROR
001634                      GO TO 3700-PROTECT-DRAWING-EXIT
001636              END-REWRITE
001638      END-WRITE.
001640      ADD 1 TO DRAWINGS-PROTECTED.
001642 3700-PROTECT-DRAWING-EXIT.
001644      EXIT.
001646
001648* ONLY EVER REACHED FOR A RELEASED CHANGE - AN UNPROTECT OF A
001650* PROTECTED DRAWING IS ALWAYS HELD FIRST.
001652 3800-UNPROTECT-DRAWING.
001654      MOVE TX-DRAWING-ID TO PT-DRAWING-ID.
001656      READ PROTECT-FILE
001658          INVALID KEY
001660              DISPLAY "3800-UNPROTECT-DRAWING: " TX-DRAWING-ID
001662                      " NOT ON PROTECT FILE, SKIPPED"
001664              ADD 1 TO TRANS-IN-ERROR
001666              GO TO 3800-UNPROTECT-DRAWING-EXIT
001668      END-READ.
001670      MOVE "N" TO PT-PROTECT-FLAG.
001672      MOVE MAINT-DATE TO PT-CHANGED-DATE.
001674      MOVE TX-OPERATOR-ID TO PT-CHANGED-BY.
001676      MOVE APPROVER-ID TO PT-APPROVED-BY.
001678      REWRITE PROTECT-RECORD
001680          INVALID KEY
001682              DISPLAY "3800-UNPROTECT-DRAWING: REWRITE FAILED, "
001684                      "STATUS=" PT-FILE-STATUS
001686              ADD 1 TO TRANS-IN-ERROR
001688              GO TO 3800-UNPROTECT-DRAWING-EXIT
001690      END-REWRITE.
001692      ADD 1 TO DRAWINGS-UNPROTECTED.
001694 3800-UNPROTECT-DRAWING-EXIT.
001696      EXIT.
001698
001700******************************************************************
001702* 8000-MAINT-TOTALS -- WRITE THE MAINTENANCE CONTROL REPORT:
001704*   TRANSACTIONS READ AND THE COUNT APPLIED BY ACTION, PLUS
001706*   THE TRANSACTIONS REJECTED IN ERROR.
001708******************************************************************
001710 8000-MAINT-TOTALS.
001712      OPEN OUTPUT MAINT-REPORT-FILE.
001714      IF MR-FILE-STATUS NOT = "00"
001716          DISPLAY "8000-MAINT-TOTALS: OPEN FAILED, STATUS="
001718                  MR-FILE-STATUS
001720          GO TO 8000-MAINT-TOTALS-EXIT
001722      END-IF.
001724
001726      MOVE SPACES TO MAINT-REPORT-RECORD.
001728      STRING "SHAPMNT SHAPE MASTER MAINTENANCE - " MAINT-DATE
001730          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001732      WRITE MAINT-REPORT-RECORD.
001734
001736      MOVE SPACES TO MAINT-REPORT-RECORD.
001738      STRING "TRANSACTIONS READ....... " TRANS-READ
001740          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001742      WRITE MAINT-REPORT-RECORD.
001744
001746      MOVE SPACES TO MAINT-REPORT-RECORD.
001748      STRING "SHAPES ADDED............ " ADDS-APPLIED
001750          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001752      WRITE MAINT-REPORT-RECORD.
001754
001756      MOVE SPACES TO MAINT-REPORT-RECORD.
001758      STRING "SHAPES REPLACED......... " REPLACES-APPLIED
001760          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001762      WRITE MAINT-REPORT-RECORD.
001764
001766      MOVE SPACES TO MAINT-REPORT-RECORD.
001768      STRING "SHAPES DELETED.......... " DELETES-APPLIED
001770          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001772      WRITE MAINT-REPORT-RECORD.
001774
001776      MOVE SPACES TO MAINT-REPORT-RECORD.
001778      STRING "TRANSACTIONS IN ERROR... " TRANS-IN-ERROR
001780          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001782      WRITE MAINT-REPORT-RECORD.
001784
001786      MOVE SPACES TO MAINT-REPORT-RECORD.
001788      STRING "JOURNAL RECORDS WRITTEN. " JRNL-WRITES
001790          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001792      WRITE MAINT-REPORT-RECORD.
001794
001796      MOVE SPACES TO MAINT-REPORT-RECORD.
001798      STRING "HELD FOR APPROVAL....... " TRANS-HELD
001800          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001802      WRITE MAINT-REPORT-RECORD.
001804
001806      MOVE SPACES TO MAINT-REPORT-RECORD.
001808      STRING "RELEASED CHANGES APPLIED " RELEASED-APPLIED
001810          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001812      WRITE MAINT-REPORT-RECORD.
001814
001816      MOVE SPACES TO MAINT-REPORT-RECORD.
001818      STRING "RELEASED CHANGES FAILED. " RELEASED-FAILED
001820          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001822      WRITE MAINT-REPORT-RECORD.
001824
001826      MOVE SPACES TO MAINT-REPORT-RECORD.
001828      STRING "DRAWINGS PROTECTED...... " DRAWINGS-PROTECTED
001830          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001832      WRITE MAINT-REPORT-RECORD.
001834
001836      MOVE SPACES TO MAINT-REPORT-RECORD.
001838      STRING "DRAWINGS UNPROTECTED.... " DRAWINGS-UNPROTECTED
001840          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.
001842      WRITE MAINT-REPORT-RECORD.
001844
001846      CLOSE MAINT-REPORT-FILE.
001848 8000-MAINT-TOTALS-EXIT.
001850      EXIT.
001852
001854******************************************************************
001856* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CONDITION
001858*   CODE: 0 WHEN EVERY TRANSACTION APPLIED, 4 WHEN ANY WAS
001860*   REJECTED SO OPERATIONS REVIEWS SHMNTRPT BEFORE THE NEXT
001862*   RENDER RUN TRUSTS THE MASTER.
001864******************************************************************
001866 9000-TERMINATE.
001868      CLOSE TRAN-FILE.
001870      CLOSE SHAPE-MASTER.
001872      CLOSE JOURNAL-FILE.
001874      CLOSE PROTECT-FILE.
001876      CLOSE PENDING-FILE.
001878      IF TRANS-IN-ERROR > 0
001880          MOVE 4 TO RETURN-CODE
001882      END-IF.
001884 9000-TERMINATE-EXIT.
001886      EXIT.
001888
001890 END PROGRAM SHAPMNT.
