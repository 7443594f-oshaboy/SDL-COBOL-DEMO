000100******************************************************************
000102* AUTHOR:     D. WHITLOCK, APPLICATIONS PROGRAMMING
000104* INSTALLATION: GRAPHICS SYSTEMS GROUP
000106* DATE-WRITTEN: 2026-10-15
000108* DATE-COMPILED:
000110* PURPOSE:    MAINTAIN THE EFFECTIVE-DATED PALETTE MASTER
000112*             (PALMST), AN INDEXED FILE KEYED BY COLOR CODE +
000114*             EFFECTIVE-FROM DATE. EACH RECORD IS ONE VERSION
000116*             OF A COLOR CODE - ITS R/G/B COMPONENTS AND THE
000118*             DATE RANGE THEY APPLY OVER - SO A SUPPLIER'S
000120*             BRAND COLOR CAN CHANGE ON A GIVEN DATE WITHOUT
000122*             CHANGING HOW LAST MONTH'S FEEDS RENDER ON A
000124*             RERUN. MAIN-METHOD, SHAPEEDIT, SHAPEREP AND
000126*             SHAPPROM LOAD EVERY VERSION AND RESOLVE A CODE
000128*             TO THE VERSION IN EFFECT ON THE FEED DATE IN THE
000130*             HDR RECORD. TRANSACTIONS ARRIVE ON PALTRN AND ARE
000132*             APPLIED ONE BY ONE. EVERY TRANSACTION, APPLIED OR
000134*             NOT, IS LISTED ON THE PALMRPT CHANGE REPORT, AND
000136*             EVERY MASTER RECORD TOUCHED IS JOURNALED TO
000138*             PALJRN AS A BEFORE/AFTER IMAGE STAMPED WITH THE
000140*             DATE, TIME AND OPERATOR WHO KEYED THE CHANGE.
000142*
000144* TRANSACTION LAYOUT (PALTRN):
000146*   TX-ACTION      X(1)   A=ADD  R=REPLACE  D=DELETE
000148*   TX-CODE        X(8)   THE SYMBOLIC COLOR CODE
000150*   TX-EFF-FROM    9(8)   FIRST DATE (YYYYMMDD) THE VERSION
000152*                         APPLIES - PART OF THE KEY, SO A
000154*                         REPLACE CANNOT MOVE IT; DELETE AND
000156*                         RE-ADD INSTEAD
000158*   TX-EFF-TO      9(8)   LAST DATE THE VERSION APPLIES.
000160*                         SPACES = OPEN-ENDED (99999999).
000162*                         IGNORED ON A DELETE
000164*   TX-R/G/B       9(3)   COMPONENTS 0-255, IGNORED ON A DELETE
000166*   TX-OPERATOR-ID X(8)   WHO KEYED THE CHANGE - REQUIRED
000168* TO SUPERSEDE A COLOR FROM A DATE, REPLACE THE CURRENT VERSION
000170* WITH ITS EFF-TO SET TO THE DAY BEFORE, THEN ADD THE NEW
000172* VERSION FROM THAT DATE. TWO VERSIONS OF ONE CODE MAY NOT
000174* OVERLAP - THE RENDER WOULD HAVE NO WAY TO CHOOSE.
000176*
000178* THE FLAT PALETTE FILE THIS MASTER REPLACES IS CONVERTED BY
000180* KEYING ONE ADD PER LINE WITH EFF-FROM 00000000 AND EFF-TO
000182* SPACES.
000184*
000186* MODIFICATION HISTORY
000188* DATE       INIT  DESCRIPTION
000190* ---------- ----  ---------------------------------------------
000192* 2026-10-15 DW    ORIGINAL PALETTE MASTER MAINTENANCE PROGRAM.
000194* Tectonics: cobc
000196******************************************************************
000198 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PALMNT.
000202 ENVIRONMENT DIVISION.
000204 INPUT-OUTPUT SECTION.
000206 FILE-CONTROL.
000208     SELECT TRAN-FILE ASSIGN TO "PALTRN"
000210         ORGANIZATION IS LINE SEQUENTIAL
000212         FILE STATUS IS TF-FILE-STATUS.
000214     SELECT PALETTE-MASTER ASSIGN TO "PALMST"
000216         ORGANIZATION IS INDEXED
000218         ACCESS MODE IS DYNAMIC
000220         RECORD KEY IS PR-KEY
000222         FILE STATUS IS PM-FILE-STATUS.
000224     SELECT CHANGE-REPORT-FILE ASSIGN TO "PALMRPT"
000226         ORGANIZATION IS LINE SEQUENTIAL
000228         FILE STATUS IS CR-FILE-STATUS.
000230     SELECT JOURNAL-FILE ASSIGN TO "PALJRN"
000232         ORGANIZATION IS LINE SEQUENTIAL
000234         FILE STATUS IS JR-FILE-STATUS.
000236 DATA DIVISION.
000238 FILE SECTION.
000240 FD  TRAN-FILE.
000242 01  TRAN-RECORD.
000244     05  TX-ACTION       PIC X(1).
000246     05  TX-CODE         PIC X(8).
000248     05  TX-EFF-FROM     PIC 9(8).
000250     05  TX-EFF-TO       PIC 9(8).
000252     05  TX-EFF-TO-X REDEFINES TX-EFF-TO
000254                         PIC X(8).
000256     05  TX-R            PIC 9(3).
000258     05  TX-G            PIC 9(3).
000260     05  TX-B            PIC 9(3).
000262     05  TX-OPERATOR-ID  PIC X(8).
000264* ONE RECORD PER VERSION OF A COLOR CODE. MAIN-METHOD, SHAPEEDIT,
000266* SHAPEREP AND SHAPPROM READ THIS FILE WITH THE SAME LAYOUT -
000268* KEEP THEM IN STEP.
000270 FD  PALETTE-MASTER.
000272 01  PALETTE-RECORD.
000274     05  PR-KEY.
000276         10  PR-CODE         PIC X(8).
000278         10  PR-EFF-FROM     PIC 9(8).
000280     05  PR-EFF-TO       PIC 9(8).
000282     05  PR-R            PIC 9(3).
000284     05  PR-G            PIC 9(3).
000286     05  PR-B            PIC 9(3).
000288 FD  CHANGE-REPORT-FILE.
000290 01  CHANGE-REPORT-RECORD PIC X(80).
000292* ONE JOURNAL RECORD PER IMAGE: "B" IS WHAT THE MASTER HELD
000294* BEFORE THE TRANSACTION, "A" WHAT IT HOLDS AFTER. AN ADD HAS
000296* ONLY AN "A" IMAGE, A DELETE ONLY A "B" IMAGE, A REPLACE BOTH.
000298* THE OPERATOR ID IS THE ONE KEYED ON THE TRANSACTION.
000300 FD  JOURNAL-FILE.
000302 01  JOURNAL-RECORD.
000304     05  JR-DATE         PIC 9(8).
000306     05  FILLER          PIC X(1) VALUE SPACE.
000308     05  JR-TIME         PIC 9(8).
000310     05  FILLER          PIC X(1) VALUE SPACE.
000312     05  JR-IMAGE-TYPE   PIC X(1).
000314     05  FILLER          PIC X(1) VALUE SPACE.
000316     05  JR-TX-ACTION    PIC X(1).
000318     05  FILLER          PIC X(1) VALUE SPACE.
000320     05  JR-OPERATOR-ID  PIC X(8).
000322     05  FILLER          PIC X(1) VALUE SPACE.
000324     05  JR-CODE         PIC X(8).
000326     05  FILLER          PIC X(1) VALUE SPACE.
000328     05  JR-EFF-FROM     PIC 9(8).
000330     05  FILLER          PIC X(1) VALUE SPACE.
000332     05  JR-EFF-TO       PIC 9(8).
000334     05  FILLER          PIC X(1) VALUE SPACE.
000336     05  JR-R            PIC 9(3).
000338     05  JR-G            PIC 9(3).
000340     05  JR-B            PIC 9(3).
000342 WORKING-STORAGE SECTION.
000344  77 TF-FILE-STATUS PIC X(2) VALUE "00".
000346  77 PM-FILE-STATUS PIC X(2) VALUE "00".
000348  77 CR-FILE-STATUS PIC X(2) VALUE "00".
000350  77 JR-FILE-STATUS PIC X(2) VALUE "00".
000352  77 TF-EOF-SW PIC X(1) VALUE "N".
000354      88 TF-AT-EOF VALUE "Y".
000356  77 CODE-DONE-SW PIC X(1) VALUE "N".
000358      88 CODE-DONE VALUE "Y".
000360  77 TRAN-ERROR-SW PIC X(1) VALUE "N".
000362      88 TRAN-IN-ERROR VALUE "Y".
000364  77 TRANS-READ PIC 9(6) VALUE 0.
000366  77 ADDS-APPLIED PIC 9(6) VALUE 0.
000368  77 REPLACES-APPLIED PIC 9(6) VALUE 0.
000370  77 DELETES-APPLIED PIC 9(6) VALUE 0.
000372  77 TRANS-IN-ERROR PIC 9(6) VALUE 0.
000374  77 MAINT-DATE PIC 9(8) VALUE 0.
000376  77 JRNL-WRITES PIC 9(6) VALUE 0.
000378* IMAGE TYPE FOR THE NEXT 3600-WRITE-JOURNAL CALL: "B" FOR THE
000380* MASTER RECORD AS IT STOOD BEFORE THE TRANSACTION, "A" AS IT
000382* STANDS AFTER.
000384  77 JRNL-IMAGE PIC X(1) VALUE SPACE.
000386* WHAT HAPPENED TO THE TRANSACTION, FOR THE CHANGE REPORT.
000388  77 CHANGE-DISP PIC X(30) VALUE SPACES.
000390* THE VERSION A REPLACE OVERWROTE, SO THE CHANGE REPORT CAN
000392* SHOW WHAT IT WAS AS WELL AS WHAT IT IS NOW.
000394  01 BEFORE-IMAGE.
000396   05 BI-EFF-TO PIC 9(8).
000398   05 BI-R PIC 9(3).
000400   05 BI-G PIC 9(3).
000402   05 BI-B PIC 9(3).
000404 PROCEDURE DIVISION.
000406 0000-MAINLINE.
000408      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000410      PERFORM 2000-APPLY-TRANSACTION
000412          THRU 2000-APPLY-TRANSACTION-EXIT
000414          UNTIL TF-AT-EOF.
000416      PERFORM 8000-MAINT-TOTALS THRU 8000-MAINT-TOTALS-EXIT.
000418      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000420      GOBACK.
000422
000424******************************************************************
000426* 1000-INITIALIZE -- OPEN THE TRANSACTION FILE, THE PALETTE
000428*   MASTER (CREATED EMPTY ON A FIRST-EVER RUN, THE SAME AS
000430*   SHAPMNT DOES FOR SHAPEMST), THE JOURNAL AND THE CHANGE
000432*   REPORT, AND HEAD THE REPORT.
000434******************************************************************
000436 1000-INITIALIZE.
000438      ACCEPT MAINT-DATE FROM DATE YYYYMMDD.
000440      OPEN INPUT TRAN-FILE.
000442      IF TF-FILE-STATUS NOT = "00"
000444          DISPLAY "1000-INITIALIZE: TRAN-FILE OPEN FAILED, "
000446                  "STATUS=" TF-FILE-STATUS
000448          MOVE 32 TO RETURN-CODE
000450          STOP RUN
000452      END-IF.
000454      OPEN I-O PALETTE-MASTER.
000456      IF PM-FILE-STATUS = "35"
000458          OPEN OUTPUT PALETTE-MASTER
000460          IF PM-FILE-STATUS NOT = "00"
000462              DISPLAY "1000-INITIALIZE: PALETTE-MASTER CREATE "
000464                      "FAILED, STATUS=" PM-FILE-STATUS
000466              MOVE 36 TO RETURN-CODE
000468              STOP RUN
000470          END-IF
000472          CLOSE PALETTE-MASTER
000474          OPEN I-O PALETTE-MASTER
000476      END-IF.
000478      IF PM-FILE-STATUS NOT = "00"
000480          DISPLAY "1000-INITIALIZE: PALETTE-MASTER OPEN FAILED, "
000482                  "STATUS=" PM-FILE-STATUS
000484          MOVE 36 TO RETURN-CODE
000486          STOP RUN
000488      END-IF.
000490*     THE JOURNAL ACCUMULATES ACROSS RUNS, THE SAME AS SHAPEJRN.
000492*     NO JOURNAL MEANS NO RECORD OF WHO CHANGED A COLOR, SO A
000494*     FAILURE HERE STOPS THE RUN BEFORE THE MASTER IS TOUCHED.
000496      OPEN EXTEND JOURNAL-FILE.
000498      IF JR-FILE-STATUS = "35"
000500          OPEN OUTPUT JOURNAL-FILE
000502      END-IF.
000504      IF JR-FILE-STATUS NOT = "00"
000506          DISPLAY "1000-INITIALIZE: JOURNAL OPEN FAILED, "
000508                  "STATUS=" JR-FILE-STATUS
000510          MOVE 36 TO RETURN-CODE
000512          STOP RUN
000514      END-IF.
000516*     THE CHANGE REPORT IS WRITTEN AS THE TRANSACTIONS ARE
000518*     APPLIED, SO IT IS OPENED HERE RATHER THAN AT TOTALS TIME.
000520      OPEN OUTPUT CHANGE-REPORT-FILE.
000522      IF CR-FILE-STATUS NOT = "00"
000524          DISPLAY "1000-INITIALIZE: CHANGE REPORT OPEN FAILED, "
000526                  "STATUS=" CR-FILE-STATUS
000528          MOVE 40 TO RETURN-CODE
000530          STOP RUN
000532      END-IF.
000534      MOVE SPACES TO CHANGE-REPORT-RECORD.
000536      STRING "PALMNT PALETTE MASTER CHANGES - " MAINT-DATE
000538          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
000540      WRITE CHANGE-REPORT-RECORD.
000542      MOVE SPACES TO CHANGE-REPORT-RECORD.
000544      WRITE CHANGE-REPORT-RECORD.
000546      MOVE SPACES TO CHANGE-REPORT-RECORD.
000548      STRING "A CODE     EFF-FROM EFF-TO     R   G   B "
000550             "OPERATOR DISPOSITION"
000552          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
000554      WRITE CHANGE-REPORT-RECORD.
000556 1000-INITIALIZE-EXIT.
000558      EXIT.
000560
000562******************************************************************
000564* 2000-APPLY-TRANSACTION -- READ ONE PALTRN TRANSACTION, EDIT
000566*   IT, DISPATCH ON THE ACTION CODE AND LIST IT ON THE CHANGE
000568*   REPORT WITH WHAT BECAME OF IT. A TRANSACTION THAT FAILS AN
000570*   EDIT IS COUNTED AND REPORTED, NEVER APPLIED.
000572******************************************************************
000574 2000-APPLY-TRANSACTION.
000576      READ TRAN-FILE INTO TRAN-RECORD
000578          AT END
000580              SET TF-AT-EOF TO TRUE
000582              GO TO 2000-APPLY-TRANSACTION-EXIT
000584      END-READ.
000586      ADD 1 TO TRANS-READ.
000588      MOVE SPACES TO CHANGE-DISP.
000590      MOVE "N" TO TRAN-ERROR-SW.
000592*     AN OPEN-ENDED VERSION IS KEYED WITH A BLANK EFF-TO.
000594      IF TX-EFF-TO-X = SPACES
000596          MOVE 99999999 TO TX-EFF-TO
000598      END-IF.
000600      PERFORM 2100-EDIT-TRANSACTION
000602          THRU 2100-EDIT-TRANSACTION-EXIT.
000604      IF NOT TRAN-IN-ERROR AND
000606         (TX-ACTION = "A" OR TX-ACTION = "R")
000608          PERFORM 2200-CHECK-OVERLAP THRU 2200-CHECK-OVERLAP-EXIT
000610      END-IF.
000612      IF NOT TRAN-IN-ERROR
000614          EVALUATE TX-ACTION
000616              WHEN "A"
000618                  PERFORM 3000-ADD-VERSION
000620                      THRU 3000-ADD-VERSION-EXIT
000622              WHEN "R"
000624                  PERFORM 3100-REPLACE-VERSION
000626                      THRU 3100-REPLACE-VERSION-EXIT
000628              WHEN "D"
000630                  PERFORM 3200-DELETE-VERSION
000632                      THRU 3200-DELETE-VERSION-EXIT
000634          END-EVALUATE
000636      END-IF.
000638      IF TRAN-IN-ERROR
000640          ADD 1 TO TRANS-IN-ERROR
000642          DISPLAY "2000-APPLY-TRANSACTION: " TX-ACTION " "
000644                  TX-CODE " " TX-EFF-FROM " " CHANGE-DISP
000646      END-IF.
000648      PERFORM 2900-WRITE-CHANGE-LINE
000650          THRU 2900-WRITE-CHANGE-LINE-EXIT.
000652 2000-APPLY-TRANSACTION-EXIT.
000654      EXIT.
000656
000658******************************************************************
000660* 2100-EDIT-TRANSACTION -- EVERY CHANGE MUST SAY WHO MADE IT
000662*   AND WHICH VERSION IT IS FOR. AN ADD OR REPLACE MUST ALSO
000664*   CARRY A SANE DATE RANGE AND COMPONENTS IN THE 0-255 RANGE
000666*   SDL EXPECTS - THE RENDER HAS NO OTHER EDIT IN FRONT OF THE
000668*   PALETTE.
000670******************************************************************
000672 2100-EDIT-TRANSACTION.
000674      IF TX-ACTION NOT = "A" AND TX-ACTION NOT = "R" AND
000676         TX-ACTION NOT = "D"
000678          MOVE "REJECTED - BAD ACTION CODE" TO CHANGE-DISP
000680          SET TRAN-IN-ERROR TO TRUE
000682          GO TO 2100-EDIT-TRANSACTION-EXIT
000684      END-IF.
000686      IF TX-OPERATOR-ID = SPACES
000688          MOVE "REJECTED - NO OPERATOR ID" TO CHANGE-DISP
000690          SET TRAN-IN-ERROR TO TRUE
000692          GO TO 2100-EDIT-TRANSACTION-EXIT
000694      END-IF.
000696      IF TX-CODE = SPACES
000698          MOVE "REJECTED - NO COLOR CODE" TO CHANGE-DISP
000700          SET TRAN-IN-ERROR TO TRUE
000702          GO TO 2100-EDIT-TRANSACTION-EXIT
000704      END-IF.
000706      IF TX-EFF-FROM NOT NUMERIC
000708          MOVE "REJECTED - BAD EFF-FROM DATE" TO CHANGE-DISP
000710          SET TRAN-IN-ERROR TO TRUE
000712          GO TO 2100-EDIT-TRANSACTION-EXIT
000714      END-IF.
000716      IF TX-ACTION = "D"
000718          GO TO 2100-EDIT-TRANSACTION-EXIT
000720      END-IF.
000722      IF TX-EFF-TO NOT NUMERIC
000724          MOVE "REJECTED - BAD EFF-TO DATE" TO CHANGE-DISP
000726          SET TRAN-IN-ERROR TO TRUE
000728          GO TO 2100-EDIT-TRANSACTION-EXIT
000730      END-IF.
000732      IF TX-EFF-TO < TX-EFF-FROM
000734          MOVE "REJECTED - EFF-TO BEFORE FROM" TO CHANGE-DISP
000736          SET TRAN-IN-ERROR TO TRUE
000738          GO TO 2100-EDIT-TRANSACTION-EXIT
000740      END-IF.
000742      IF TX-R NOT NUMERIC OR TX-G NOT NUMERIC OR
000744         TX-B NOT NUMERIC
000746          MOVE "REJECTED - NON-NUMERIC COLOR" TO CHANGE-DISP
000748          SET TRAN-IN-ERROR TO TRUE
000750          GO TO 2100-EDIT-TRANSACTION-EXIT
000752      END-IF.
000754      IF TX-R > 255 OR TX-G > 255 OR TX-B > 255
000756          MOVE "REJECTED - COLOR OUT OF RANGE" TO CHANGE-DISP
000758          SET TRAN-IN-ERROR TO TRUE
000760      END-IF.
000762 2100-EDIT-TRANSACTION-EXIT.
000764      EXIT.
000766
000768******************************************************************
000770* 2200-CHECK-OVERLAP -- WALK EVERY VERSION OF THE CODE ON THE
000772*   MASTER. ANOTHER VERSION WHOSE RANGE OVERLAPS THE ONE BEING
000774*   ADDED OR REPLACED WOULD LEAVE THE RENDER TWO COLORS FOR ONE
000776*   DATE, SO THE TRANSACTION IS REFUSED. THE VERSION WITH THE
000778*   SAME EFF-FROM IS THE ONE A REPLACE IS ABOUT TO OVERWRITE
000780*   (OR THE DUPLICATE AN ADD WILL BOUNCE ON) AND IS PASSED.
000782******************************************************************
000784 2200-CHECK-OVERLAP.
000786      MOVE "N" TO CODE-DONE-SW.
000788      MOVE TX-CODE TO PR-CODE.
000790      MOVE 0 TO PR-EFF-FROM.
000792      START PALETTE-MASTER KEY NOT < PR-KEY
000794          INVALID KEY
000796              SET CODE-DONE TO TRUE
000798      END-START.
000800      PERFORM 2210-CHECK-ONE-VERSION
000802          THRU 2210-CHECK-ONE-VERSION-EXIT
000804          UNTIL CODE-DONE.
000806 2200-CHECK-OVERLAP-EXIT.
000808      EXIT.
000810
000812 2210-CHECK-ONE-VERSION.
000814      READ PALETTE-MASTER NEXT RECORD
000816          AT END
000818              SET CODE-DONE TO TRUE
000820              GO TO 2210-CHECK-ONE-VERSION-EXIT
000822      END-READ.
000824      IF PR-CODE NOT = TX-CODE
000826          SET CODE-DONE TO TRUE
000828          GO TO 2210-CHECK-ONE-VERSION-EXIT
000830      END-IF.
000832      IF PR-EFF-FROM = TX-EFF-FROM
000834          GO TO 2210-CHECK-ONE-VERSION-EXIT
000836      END-IF.
000838      IF PR-EFF-FROM NOT > TX-EFF-TO AND
000840         PR-EFF-TO NOT < TX-EFF-FROM
000842          MOVE SPACES TO CHANGE-DISP
000844          STRING "REJECTED - OVERLAPS " PR-EFF-FROM
000846              DELIMITED BY SIZE INTO CHANGE-DISP
000848          SET TRAN-IN-ERROR TO TRUE
000850          SET CODE-DONE TO TRUE
000852      END-IF.
000854 2210-CHECK-ONE-VERSION-EXIT.
000856      EXIT.
000858
000860******************************************************************
000862* 2900-WRITE-CHANGE-LINE -- ONE LINE PER TRANSACTION AS KEYED,
000864*   WITH THE OPERATOR AND THE DISPOSITION. A REPLACE THAT WENT
000866*   THROUGH GETS A SECOND LINE SHOWING WHAT THE VERSION WAS.
000868******************************************************************
000870 2900-WRITE-CHANGE-LINE.
000872      MOVE SPACES TO CHANGE-REPORT-RECORD.
000874      STRING TX-ACTION " " TX-CODE " " TX-EFF-FROM " "
000876             TX-EFF-TO-X " " TX-R " " TX-G " " TX-B " "
000878             TX-OPERATOR-ID " " CHANGE-DISP
000880          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
000882      WRITE CHANGE-REPORT-RECORD.
000884      IF CHANGE-DISP = "REPLACED"
000886          MOVE SPACES TO CHANGE-REPORT-RECORD
000888          STRING "  WAS               " BI-EFF-TO " "
000890                 BI-R " " BI-G " " BI-B
000892              DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
000894          WRITE CHANGE-REPORT-RECORD
000896      END-IF.
000898 2900-WRITE-CHANGE-LINE-EXIT.
000900      EXIT.
000902
000904 3000-ADD-VERSION.
000906      PERFORM 3500-MOVE-TRAN-TO-MASTER
000908          THRU 3500-MOVE-TRAN-TO-MASTER-EXIT.
000910      WRITE PALETTE-RECORD
000912          INVALID KEY
000914              MOVE "REJECTED - ALREADY ON MASTER" TO CHANGE-DISP
000916              SET TRAN-IN-ERROR TO TRUE
000918          NOT INVALID KEY
000920              ADD 1 TO ADDS-APPLIED
000922              MOVE "ADDED" TO CHANGE-DISP
000924              MOVE "A" TO JRNL-IMAGE
000926              PERFORM 3600-WRITE-JOURNAL
000928                  THRU 3600-WRITE-JOURNAL-EXIT
000930      END-WRITE.
000932 3000-ADD-VERSION-EXIT.
000934      EXIT.
000936
000938* THE EXISTING VERSION IS READ FIRST SO ITS BEFORE-IMAGE REACHES
000940* THE JOURNAL AND THE CHANGE REPORT.
000942 3100-REPLACE-VERSION.
000944      MOVE TX-CODE TO PR-CODE.
000946      MOVE TX-EFF-FROM TO PR-EFF-FROM.
000948      READ PALETTE-MASTER
000950          INVALID KEY
000952              MOVE "REJECTED - NOT ON MASTER" TO CHANGE-DISP
000954              SET TRAN-IN-ERROR TO TRUE
000956              GO TO 3100-REPLACE-VERSION-EXIT
000958      END-READ.
000960      MOVE PR-EFF-TO TO BI-EFF-TO.
000962      MOVE PR-R TO BI-R.
000964      MOVE PR-G TO BI-G.
000966      MOVE PR-B TO BI-B.
000968      MOVE "B" TO JRNL-IMAGE.
000970      PERFORM 3600-WRITE-JOURNAL THRU 3600-WRITE-JOURNAL-EXIT.
000972      PERFORM 3500-MOVE-TRAN-TO-MASTER
000974          THRU 3500-MOVE-TRAN-TO-MASTER-EXIT.
000976      REWRITE PALETTE-RECORD
000978          INVALID KEY
000980              MOVE "REJECTED - REWRITE FAILED" TO CHANGE-DISP
000982              SET TRAN-IN-ERROR TO TRUE
000984          NOT INVALID KEY
000986              ADD 1 TO REPLACES-APPLIED
000988              MOVE "REPLACED" TO CHANGE-DISP
000990              MOVE "A" TO JRNL-IMAGE
000992              PERFORM 3600-WRITE-JOURNAL
000994                  THRU 3600-WRITE-JOURNAL-EXIT
000996      END-REWRITE.
000998 3100-REPLACE-VERSION-EXIT.
001000      EXIT.
001002
001004* SAME RULE AS THE REPLACE: READ THE VICTIM FIRST SO THE
001006* JOURNAL HOLDS WHAT THE DELETE DESTROYED.
001008 3200-DELETE-VERSION.
001010      MOVE TX-CODE TO PR-CODE.
001012      MOVE TX-EFF-FROM TO PR-EFF-FROM.
001014      READ PALETTE-MASTER
001016          INVALID KEY
001018              MOVE "REJECTED - NOT ON MASTER" TO CHANGE-DISP
001020              SET TRAN-IN-ERROR TO TRUE
001022              GO TO 3200-DELETE-VERSION-EXIT
001024      END-READ.
001026      MOVE "B" TO JRNL-IMAGE.
001028      PERFORM 3600-WRITE-JOURNAL THRU 3600-WRITE-JOURNAL-EXIT.
001030      DELETE PALETTE-MASTER RECORD
001032          INVALID KEY
001034              MOVE "REJECTED - DELETE FAILED" TO CHANGE-DISP
001036              SET TRAN-IN-ERROR TO TRUE
001038          NOT INVALID KEY
001040              ADD 1 TO DELETES-APPLIED
001042              MOVE "DELETED" TO CHANGE-DISP
001044      END-DELETE.
001046 3200-DELETE-VERSION-EXIT.
001048      EXIT.
001050
001052 3500-MOVE-TRAN-TO-MASTER.
001054      MOVE TX-CODE TO PR-CODE.
001056      MOVE TX-EFF-FROM TO PR-EFF-FROM.
001058      MOVE TX-EFF-TO TO PR-EFF-TO.
001060      MOVE TX-R TO PR-R.
001062      MOVE TX-G TO PR-G.
001064      MOVE TX-B TO PR-B.
001066 3500-MOVE-TRAN-TO-MASTER-EXIT.
001068      EXIT.
001070
001072******************************************************************
001074* 3600-WRITE-JOURNAL -- APPEND ONE IMAGE OF PALETTE-RECORD TO
001076*   THE JOURNAL, STAMPED WITH DATE, TIME, THE IMAGE TYPE IN
001078*   JRNL-IMAGE, THE TRANSACTION ACTION AND THE OPERATOR WHO
001080*   KEYED IT. A JOURNAL WRITE FAILURE STOPS THE RUN: A PALETTE
001082*   CHANGE NOBODY CAN ACCOUNT FOR IS WHAT THE JOURNAL PREVENTS.
001084******************************************************************
001086 3600-WRITE-JOURNAL.
001088      MOVE SPACES TO JOURNAL-RECORD.
001090      ACCEPT JR-DATE FROM DATE YYYYMMDD.
001092      ACCEPT JR-TIME FROM TIME.
001094      MOVE JRNL-IMAGE TO JR-IMAGE-TYPE.
001096      MOVE TX-ACTION TO JR-TX-ACTION.
001098      MOVE TX-OPERATOR-ID TO JR-OPERATOR-ID.
001100      MOVE PR-CODE TO JR-CODE.
001102      MOVE PR-EFF-FROM TO JR-EFF-FROM.
001104      MOVE PR-EFF-TO TO JR-EFF-TO.
001106      MOVE PR-R TO JR-R.
001108      MOVE PR-G TO JR-G.
001110      MOVE PR-B TO JR-B.
001112      WRITE JOURNAL-RECORD.
001114      IF JR-FILE-STATUS NOT = "00"
001116          DISPLAY "3600-WRITE-JOURNAL: WRITE FAILED, STATUS="
001118                  JR-FILE-STATUS
001120          MOVE 36 TO RETURN-CODE
001122          STOP RUN
001124      END-IF.
001126      ADD 1 TO JRNL-WRITES.
001128 3600-WRITE-JOURNAL-EXIT.
001130      EXIT.
001132
001134******************************************************************
001136* 8000-MAINT-TOTALS -- CLOSE OUT THE CHANGE REPORT WITH THE
001138*   CONTROL TOTALS: TRANSACTIONS READ, APPLIED BY ACTION, IN
001140*   ERROR, AND JOURNAL RECORDS WRITTEN.
001142******************************************************************
001144 8000-MAINT-TOTALS.
001146      MOVE SPACES TO CHANGE-REPORT-RECORD.
001148      WRITE CHANGE-REPORT-RECORD.
001150
001152      MOVE SPACES TO CHANGE-REPORT-RECORD.
001154      STRING "TRANSACTIONS READ....... " TRANS-READ
001156          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001158      WRITE CHANGE-REPORT-RECORD.
001160
001162      MOVE SPACES TO CHANGE-REPORT-RECORD.
001164      STRING "VERSIONS ADDED.......... " ADDS-APPLIED
001166          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001168      WRITE CHANGE-REPORT-RECORD.
001170
001172      MOVE SPACES TO CHANGE-REPORT-RECORD.
001174      STRING "VERSIONS REPLACED....... " REPLACES-APPLIED
001176          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001178      WRITE CHANGE-REPORT-RECORD.
001180
001182      MOVE SPACES TO CHANGE-REPORT-RECORD.
001184      STRING "VERSIONS DELETED........ " DELETES-APPLIED
001186          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001188      WRITE CHANGE-REPORT-RECORD.
001190
001192      MOVE SPACES TO CHANGE-REPORT-RECORD.
001194      STRING "TRANSACTIONS IN ERROR... " TRANS-IN-ERROR
001196          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001198      WRITE CHANGE-REPORT-RECORD.
001200
001202      MOVE SPACES TO CHANGE-REPORT-RECORD.
001204      STRING "JOURNAL RECORDS WRITTEN. " JRNL-WRITES
001206          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001208      WRITE CHANGE-REPORT-RECORD.
001210 8000-MAINT-TOTALS-EXIT.
001212      EXIT.
001214
001216******************************************************************
001218* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CONDITION
001220*   CODE: 0 WHEN EVERY TRANSACTION APPLIED, 4 WHEN ANY WAS
001222*   REJECTED SO OPERATIONS REVIEWS PALMRPT BEFORE THE NEXT
001224*   RENDER RUN RESOLVES COLORS AGAINST THE MASTER.
001226******************************************************************
001228 9000-TERMINATE.
001230      CLOSE TRAN-FILE.
001232      CLOSE PALETTE-MASTER.
001234      CLOSE JOURNAL-FILE.
001236      CLOSE CHANGE-REPORT-FILE.
001238      IF TRANS-IN-ERROR > 0
001240          MOVE 4 TO RETURN-CODE
001242      END-IF.
001244 9000-TERMINATE-EXIT.
001246      EXIT.
001248
001250 END PROGRAM PALMNT.
