000100******************************************************************
000102* AUTHOR:     D. WHITLOCK, APPLICATIONS PROGRAMMING
000104* INSTALLATION: GRAPHICS SYSTEMS GROUP
000106* DATE-WRITTEN: 2026-10-15
000108* DATE-COMPILED:
000110* PURPOSE:    MAINTAIN THE SUPPLIER REGISTRY (SUPREG), AN
000112*             INDEXED FILE KEYED BY SUPPLIER ID THAT HOLDS ONE
000114*             RECORD PER CONTRACTED FEED SUPPLIER: ITS NAME, THE
000116*             FEED DATASET IT DELIVERS, WHETHER IT IS ACTIVE OR
000118*             SUSPENDED, THE LOGICAL COORDINATE SPACE IT IS
000120*             CONTRACTED TO AUTHOR IN AND THE MOST SHAPE RECORDS
000122*             IT MAY SEND IN ONE NIGHT. FEEDMRG TAKES ITS
000124*             SUPPLIER LIST FROM THIS FILE, SHAPEEDIT CHECKS THE
000126*             HDR SUPPLIER ID AGAINST IT AND ACCTRPT PRINTS THE
000128*             REGISTERED NAME ON THE CHARGEBACK REPORT, SO
000130*             ONBOARDING OR SUSPENDING A SUPPLIER IS A SUPTRN
000132*             TRANSACTION, NOT A PROGRAM CHANGE. EVERY
000134*             TRANSACTION, APPLIED OR NOT, IS LISTED ON THE
000136*             SUPMRPT CHANGE REPORT, AND EVERY REGISTRY RECORD
000138*             TOUCHED IS JOURNALED TO SUPJRN AS A BEFORE/AFTER
000140*             IMAGE STAMPED WITH THE DATE, TIME AND OPERATOR.
000142*
000144* TRANSACTION LAYOUT (SUPTRN):
000146*   TX-ACTION        X(1)   A=ADD  R=REPLACE  D=DELETE
000148*   TX-SUPPLIER-ID   X(8)   AS THE SUPPLIER KEYS IT ON ITS HDR
000150*   TX-SUPPLIER-NAME X(30)
000152*   TX-FEED-DS-NAME  X(8)   LOGICAL NAME OF THE NIGHTLY FEED
000154*                           FILE (SUPFEED1 ETC.) - ONE SUPPLIER
000156*                           PER FEED FILE
000158*   TX-STATUS        X(1)   A=ACTIVE  S=SUSPENDED
000160*   TX-LOGICAL-SPACE 9(4)   CONTRACTED SPACE, 0000 = RAW CANVAS
000162*                           COORDINATES (NO SPACE DECLARED)
000164*   TX-MAX-VOLUME    9(6)   MOST SHAPE RECORDS PER NIGHTLY FEED
000166*   TX-OPERATOR-ID   X(8)   WHO KEYED THE CHANGE - REQUIRED
000168* EVERY FIELD BUT THE ACTION, SUPPLIER ID AND OPERATOR IS
000170* IGNORED ON A DELETE. TO SUSPEND A SUPPLIER, REPLACE ITS RECORD
000172* WITH STATUS S - A DELETE LOSES THE NAME THE CHARGEBACK REPORT
000174* PRINTS FOR ITS PAST RUNS.
000176*
000178* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000182* ---------- ----  ---------------------------------------------
000184* 2026-10-15 DW    ORIGINAL SUPPLIER REGISTRY MAINTENANCE PROGRAM.
000186* Tectonics: cobc
000188******************************************************************
000190 IDENTIFICATION DIVISION.
000192 PROGRAM-ID. SUPMNT.
000194 ENVIRONMENT DIVISION.
000196 INPUT-OUTPUT SECTION.
000198 FILE-CONTROL.
000200     SELECT TRAN-FILE ASSIGN TO "SUPTRN"
000202         ORGANIZATION IS LINE SEQUENTIAL
000204         FILE STATUS IS TF-FILE-STATUS.
000206     SELECT SUPPLIER-REGISTRY ASSIGN TO "SUPREG"
000208         ORGANIZATION IS INDEXED
000210         ACCESS MODE IS DYNAMIC
000212         RECORD KEY IS RG-SUPPLIER-ID
000214         FILE STATUS IS RG-FILE-STATUS.
000216     SELECT CHANGE-REPORT-FILE ASSIGN TO "SUPMRPT"
000218         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS CR-FILE-STATUS.
000222     SELECT JOURNAL-FILE ASSIGN TO "SUPJRN"
000224         ORGANIZATION IS LINE SEQUENTIAL
000226         FILE STATUS IS JR-FILE-STATUS.
000228 DATA DIVISION.
000230 FILE SECTION.
000232 FD  TRAN-FILE.
000234 01  TRAN-RECORD.
000236     05  TX-ACTION       PIC X(1).
000238     05  TX-SUPPLIER-ID  PIC X(8).
000240     05  TX-SUPPLIER-NAME PIC X(30).
000242     05  TX-FEED-DS-NAME PIC X(8).
000244     05  TX-STATUS       PIC X(1).
000246     05  TX-LOGICAL-SPACE PIC 9(4).
000248     05  TX-MAX-VOLUME   PIC 9(6).
000250     05  TX-OPERATOR-ID  PIC X(8).
000252* ONE RECORD PER SUPPLIER. FEEDMRG, SHAPEEDIT AND ACCTRPT READ
000254* THIS FILE WITH THE SAME LAYOUT - KEEP THEM IN STEP.
000256 FD  SUPPLIER-REGISTRY.
000258 01  REGISTRY-RECORD.
000260     05  RG-SUPPLIER-ID  PIC X(8).
000262     05  RG-SUPPLIER-NAME PIC X(30).
000264     05  RG-FEED-DS-NAME PIC X(8).
000266     05  RG-STATUS       PIC X(1).
000268         88  RG-ACTIVE       VALUE "A".
000270         88  RG-SUSPENDED    VALUE "S".
000272     05  RG-LOGICAL-SPACE PIC 9(4).
000274     05  RG-MAX-VOLUME   PIC 9(6).
000276 FD  CHANGE-REPORT-FILE.
000278 01  CHANGE-REPORT-RECORD PIC X(80).
000280* ONE JOURNAL RECORD PER IMAGE: "B" IS WHAT THE REGISTRY HELD
000282* BEFORE THE TRANSACTION, "A" WHAT IT HOLDS AFTER. AN ADD HAS
000284* ONLY AN "A" IMAGE, A DELETE ONLY A "B" IMAGE, A REPLACE BOTH.
000286* THE OPERATOR ID IS THE ONE KEYED ON THE TRANSACTION.
000288 FD  JOURNAL-FILE.
000290 01  JOURNAL-RECORD.
000292     05  JR-DATE         PIC 9(8).
000294     05  FILLER          PIC X(1) VALUE SPACE.
000296     05  JR-TIME         PIC 9(8).
000298     05  FILLER          PIC X(1) VALUE SPACE.
000300     05  JR-IMAGE-TYPE   PIC X(1).
000302     05  FILLER          PIC X(1) VALUE SPACE.
000304     05  JR-TX-ACTION    PIC X(1).
000306     05  FILLER          PIC X(1) VALUE SPACE.
000308     05  JR-OPERATOR-ID  PIC X(8).
000310     05  FILLER          PIC X(1) VALUE SPACE.
000312     05  JR-SUPPLIER-ID  PIC X(8).
000314     05  FILLER          PIC X(1) VALUE SPACE.
000316     05  JR-SUPPLIER-NAME PIC X(30).
000318     05  FILLER          PIC X(1) VALUE SPACE.
000320     05  JR-FEED-DS-NAME PIC X(8).
000322     05  FILLER          PIC X(1) VALUE SPACE.
000324     05  JR-STATUS       PIC X(1).
000326     05  FILLER          PIC X(1) VALUE SPACE.
000328     05  JR-LOGICAL-SPACE PIC 9(4).
000330     05  FILLER          PIC X(1) VALUE SPACE.
000332     05  JR-MAX-VOLUME   PIC 9(6).
000334 WORKING-STORAGE SECTION.
000336  77 TF-FILE-STATUS PIC X(2) VALUE "00".
000338  77 RG-FILE-STATUS PIC X(2) VALUE "00".
000340  77 CR-FILE-STATUS PIC X(2) VALUE "00".
000342  77 JR-FILE-STATUS PIC X(2) VALUE "00".
000344  77 TF-EOF-SW PIC X(1) VALUE "N".
000346      88 TF-AT-EOF VALUE "Y".
000348  77 SCAN-DONE-SW PIC X(1) VALUE "N".
000350      88 SCAN-DONE VALUE "Y".
000352  77 TRAN-ERROR-SW PIC X(1) VALUE "N".
000354      88 TRAN-IN-ERROR VALUE "Y".
000356  77 TRANS-READ PIC 9(6) VALUE 0.
000358  77 ADDS-APPLIED PIC 9(6) VALUE 0.
000360  77 REPLACES-APPLIED PIC 9(6) VALUE 0.
000362  77 DELETES-APPLIED PIC 9(6) VALUE 0.
000364  77 TRANS-IN-ERROR PIC 9(6) VALUE 0.
000366  77 MAINT-DATE PIC 9(8) VALUE 0.
000368  77 JRNL-WRITES PIC 9(6) VALUE 0.
000370* IMAGE TYPE FOR THE NEXT 3600-WRITE-JOURNAL CALL: "B" FOR THE
000372* REGISTRY RECORD AS IT STOOD BEFORE THE TRANSACTION, "A" AS IT
000374* STANDS AFTER.
000376  77 JRNL-IMAGE PIC X(1) VALUE SPACE.
000378* WHAT HAPPENED TO THE TRANSACTION, FOR THE CHANGE REPORT.
000380  77 CHANGE-DISP PIC X(30) VALUE SPACES.
000382* THE RECORD A REPLACE OVERWROTE, SO THE CHANGE REPORT CAN
000384* SHOW WHAT IT WAS AS WELL AS WHAT IT IS NOW.
000386  01 BEFORE-IMAGE.
000388   05 BI-SUPPLIER-NAME PIC X(30).
000390   05 BI-FEED-DS-NAME PIC X(8).
000392   05 BI-STATUS PIC X(1).
000394   05 BI-LOGICAL-SPACE PIC 9(4).
000396   05 BI-MAX-VOLUME PIC 9(6).
000398 PROCEDURE DIVISION.
000400 0000-MAINLINE.
000402      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000404      PERFORM 2000-APPLY-TRANSACTION
000406          THRU 2000-APPLY-TRANSACTION-EXIT
000408          UNTIL TF-AT-EOF.
000410      PERFORM 8000-MAINT-TOTALS THRU 8000-MAINT-TOTALS-EXIT.
000412      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000414      GOBACK.
000416
000418******************************************************************
000420* 1000-INITIALIZE -- OPEN THE TRANSACTION FILE, THE REGISTRY
000422*   (CREATED EMPTY ON A FIRST-EVER RUN, THE SAME AS SHAPMNT
000424*   DOES FOR SHAPEMST), THE JOURNAL AND THE CHANGE REPORT, AND
000426*   HEAD THE REPORT.
000428******************************************************************
000430 1000-INITIALIZE.
000432      ACCEPT MAINT-DATE FROM DATE YYYYMMDD.
000434      OPEN INPUT TRAN-FILE.
000436      IF TF-FILE-STATUS NOT = "00"
000438          DISPLAY "1000-INITIALIZE: TRAN-FILE OPEN FAILED, "
000440                  "STATUS=" TF-FILE-STATUS
000442          MOVE 32 TO RETURN-CODE
000444          STOP RUN
000446      END-IF.
000448      OPEN I-O SUPPLIER-REGISTRY.
000450      IF RG-FILE-STATUS = "35"
000452          OPEN OUTPUT SUPPLIER-REGISTRY
000454          IF RG-FILE-STATUS NOT = "00"
000456              DISPLAY "1000-INITIALIZE: SUPPLIER REGISTRY CREATE "
000458                      "FAILED, STATUS=" RG-FILE-STATUS
000460              MOVE 36 TO RETURN-CODE
000462              STOP RUN
000464          END-IF
000466          CLOSE SUPPLIER-REGISTRY
000468          OPEN I-O SUPPLIER-REGISTRY
000470      END-IF.
000472      IF RG-FILE-STATUS NOT = "00"
000474          DISPLAY "1000-INITIALIZE: SUPPLIER REGISTRY OPEN "
000476                  "FAILED, STATUS=" RG-FILE-STATUS
000478          MOVE 36 TO RETURN-CODE
000480          STOP RUN
000482      END-IF.
000484*     THE JOURNAL ACCUMULATES ACROSS RUNS, THE SAME AS SHAPEJRN.
000486*     NO JOURNAL MEANS NO RECORD OF WHO SUSPENDED OR RE-CONTRACTED
000488*     A SUPPLIER, SO A FAILURE HERE STOPS THE RUN BEFORE THE
000490*     REGISTRY IS TOUCHED.
000492      OPEN EXTEND JOURNAL-FILE.
000494      IF JR-FILE-STATUS = "35"
000496          OPEN OUTPUT JOURNAL-FILE
000498      END-IF.
000500      IF JR-FILE-STATUS NOT = "00"
000502          DISPLAY "1000-INITIALIZE: JOURNAL OPEN FAILED, "
000504                  "STATUS=" JR-FILE-STATUS
000506          MOVE 36 TO RETURN-CODE
000508          STOP RUN
000510      END-IF.
000512*     THE CHANGE REPORT IS WRITTEN AS THE TRANSACTIONS ARE
000514*     APPLIED, SO IT IS OPENED HERE RATHER THAN AT TOTALS TIME.
000516      OPEN OUTPUT CHANGE-REPORT-FILE.
000518      IF CR-FILE-STATUS NOT = "00"
000520          DISPLAY "1000-INITIALIZE: CHANGE REPORT OPEN FAILED, "
000522                  "STATUS=" CR-FILE-STATUS
000524          MOVE 40 TO RETURN-CODE
000526          STOP RUN
000528      END-IF.
000530      MOVE SPACES TO CHANGE-REPORT-RECORD.
000532      STRING "SUPMNT SUPPLIER REGISTRY CHANGES - " MAINT-DATE
000534          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
000536      WRITE CHANGE-REPORT-RECORD.
000538      MOVE SPACES TO CHANGE-REPORT-RECORD.
000540      WRITE CHANGE-REPORT-RECORD.
000542      MOVE SPACES TO CHANGE-REPORT-RECORD.
000544      STRING "A SUPPLIER FEED DS S SPAC MAXVOL OPERATOR "
000546             "DISPOSITION"
000548          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
000550      WRITE CHANGE-REPORT-RECORD.
000552 1000-INITIALIZE-EXIT.
000554      EXIT.
000556
000558******************************************************************
000560* 2000-APPLY-TRANSACTION -- READ ONE SUPTRN TRANSACTION, EDIT
000562*   IT, DISPATCH ON THE ACTION CODE AND LIST IT ON THE CHANGE
000564*   REPORT WITH WHAT BECAME OF IT. A TRANSACTION THAT FAILS AN
000566*   EDIT IS COUNTED AND REPORTED, NEVER APPLIED.
000568******************************************************************
000570 2000-APPLY-TRANSACTION.
000572      READ TRAN-FILE INTO TRAN-RECORD
000574          AT END
000576              SET TF-AT-EOF TO TRUE
000578              GO TO 2000-APPLY-TRANSACTION-EXIT
000580      END-READ.
000582      ADD 1 TO TRANS-READ.
000584      MOVE SPACES TO CHANGE-DISP.
000586      MOVE "N" TO TRAN-ERROR-SW.
000588      PERFORM 2100-EDIT-TRANSACTION
000590          THRU 2100-EDIT-TRANSACTION-EXIT.
000592      IF NOT TRAN-IN-ERROR AND
000594         (TX-ACTION = "A" OR TX-ACTION = "R")
000596          PERFORM 2200-CHECK-FEED-DS THRU 2200-CHECK-FEED-DS-EXIT
000598      END-IF.
000600      IF NOT TRAN-IN-ERROR
000602          EVALUATE TX-ACTION
000604              WHEN "A"
000606                  PERFORM 3000-ADD-SUPPLIER
000608                      THRU 3000-ADD-SUPPLIER-EXIT
000610              WHEN "R"
000612                  PERFORM 3100-REPLACE-SUPPLIER
000614                      THRU 3100-REPLACE-SUPPLIER-EXIT
000616              WHEN "D"
000618                  PERFORM 3200-DELETE-SUPPLIER
000620                      THRU 3200-DELETE-SUPPLIER-EXIT
000622          END-EVALUATE
000624      END-IF.
000626      IF TRAN-IN-ERROR
000628          ADD 1 TO TRANS-IN-ERROR
000630          DISPLAY "2000-APPLY-TRANSACTION: " TX-ACTION " "
000632                  TX-SUPPLIER-ID " " CHANGE-DISP
000634      END-IF.
000636      PERFORM 2900-WRITE-CHANGE-LINE
000638          THRU 2900-WRITE-CHANGE-LINE-EXIT.
000640 2000-APPLY-TRANSACTION-EXIT.
000642      EXIT.
000644
000646******************************************************************
000648* 2100-EDIT-TRANSACTION -- EVERY CHANGE MUST SAY WHO MADE IT
000650*   AND WHICH SUPPLIER IT IS FOR. THE IDS THE JOB STREAM WRITES
000652*   INTO HEADERS ITSELF ARE NOT SUPPLIERS AND MAY NOT BE
000654*   REGISTERED. AN ADD OR REPLACE MUST ALSO CARRY A NAME, A
000656*   FEED FILE, A KNOWN STATUS AND A NUMERIC CONTRACT - THE
000658*   MERGE BOUNCES FEEDS ON THESE FIELDS WITH NO OTHER EDIT IN
000660*   FRONT OF THEM.
000662******************************************************************
000664 2100-EDIT-TRANSACTION.
000666      IF TX-ACTION NOT = "A" AND TX-ACTION NOT = "R" AND
000668         TX-ACTION NOT = "D"
000670          MOVE "REJECTED - BAD ACTION CODE" TO CHANGE-DISP
000672          SET TRAN-IN-ERROR TO TRUE
000674          GO TO 2100-EDIT-TRANSACTION-EXIT
000676      END-IF.
000678      IF TX-OPERATOR-ID = SPACES
000680          MOVE "REJECTED - NO OPERATOR ID" TO CHANGE-DISP
000682          SET TRAN-IN-ERROR TO TRUE
000684          GO TO 2100-EDIT-TRANSACTION-EXIT
000686      END-IF.
000688      IF TX-SUPPLIER-ID = SPACES
000690          MOVE "REJECTED - NO SUPPLIER ID" TO CHANGE-DISP
000692          SET TRAN-IN-ERROR TO TRUE
000694          GO TO 2100-EDIT-TRANSACTION-EXIT
000696      END-IF.
000698*     MERGED, RECYCLE AND UNKNOWN ARE THE PSEUDO-SUPPLIERS
000700*     FEEDMRG, SHAPEREP AND SHAPEEDIT STAMP ON THE HEADERS THEY
000702*     BUILD.
000704      IF TX-SUPPLIER-ID = "MERGED" OR
000706         TX-SUPPLIER-ID = "RECYCLE" OR
000708         TX-SUPPLIER-ID = "UNKNOWN"
000710          MOVE "REJECTED - RESERVED SUPPLIER ID" TO CHANGE-DISP
000712          SET TRAN-IN-ERROR TO TRUE
000714          GO TO 2100-EDIT-TRANSACTION-EXIT
000716      END-IF.
000718      IF TX-ACTION = "D"
000720          GO TO 2100-EDIT-TRANSACTION-EXIT
000722      END-IF.
000724      IF TX-SUPPLIER-NAME = SPACES
000726          MOVE "REJECTED - NO SUPPLIER NAME" TO CHANGE-DISP
000728          SET TRAN-IN-ERROR TO TRUE
000730          GO TO 2100-EDIT-TRANSACTION-EXIT
000732      END-IF.
000734      IF TX-FEED-DS-NAME = SPACES
000736          MOVE "REJECTED - NO FEED DATASET" TO CHANGE-DISP
000738          SET TRAN-IN-ERROR TO TRUE
000740          GO TO 2100-EDIT-TRANSACTION-EXIT
000742      END-IF.
000744      IF TX-STATUS NOT = "A" AND TX-STATUS NOT = "S"
000746          MOVE "REJECTED - BAD STATUS" TO CHANGE-DISP
000748          SET TRAN-IN-ERROR TO TRUE
000750          GO TO 2100-EDIT-TRANSACTION-EXIT
000752      END-IF.
000754      IF TX-LOGICAL-SPACE NOT NUMERIC
000756          MOVE "REJECTED - BAD LOGICAL SPACE" TO CHANGE-DISP
000758          SET TRAN-IN-ERROR TO TRUE
000760          GO TO 2100-EDIT-TRANSACTION-EXIT
000762      END-IF.
000764      IF TX-MAX-VOLUME NOT NUMERIC OR TX-MAX-VOLUME = 0
000766          MOVE "REJECTED - BAD MAX VOLUME" TO CHANGE-DISP
000768          SET TRAN-IN-ERROR TO TRUE
000770      END-IF.
000772 2100-EDIT-TRANSACTION-EXIT.
000774      EXIT.
000776
000778******************************************************************
000780* 2200-CHECK-FEED-DS -- WALK THE REGISTRY. A FEED FILE ALREADY
000782*   REGISTERED TO ANOTHER SUPPLIER WOULD BE VERIFIED AND MERGED
000784*   TWICE A NIGHT UNDER TWO NAMES, SO THE TRANSACTION IS
000786*   REFUSED. THE SUPPLIER'S OWN RECORD IS PASSED.
000788******************************************************************
000790 2200-CHECK-FEED-DS.
000792      MOVE "N" TO SCAN-DONE-SW.
000794      MOVE LOW-VALUES TO RG-SUPPLIER-ID.
000796      START SUPPLIER-REGISTRY KEY NOT < RG-SUPPLIER-ID
000798          INVALID KEY
000800              SET SCAN-DONE TO TRUE
000802      END-START.
000804      PERFORM 2210-CHECK-ONE-SUPPLIER
000806          THRU 2210-CHECK-ONE-SUPPLIER-EXIT
000808          UNTIL SCAN-DONE.
000810 2200-CHECK-FEED-DS-EXIT.
000812      EXIT.
000814
000816 2210-CHECK-ONE-SUPPLIER.
000818      READ SUPPLIER-REGISTRY NEXT RECORD
000820          AT END
000822              SET SCAN-DONE TO TRUE
000824              GO TO 2210-CHECK-ONE-SUPPLIER-EXIT
000826      END-READ.
000828      IF RG-SUPPLIER-ID = TX-SUPPLIER-ID
000830          GO TO 2210-CHECK-ONE-SUPPLIER-EXIT
000832      END-IF.
000834      IF RG-FEED-DS-NAME = TX-FEED-DS-NAME
000836          MOVE SPACES TO CHANGE-DISP
000838          STRING "REJECTED - FEED USED BY " RG-SUPPLIER-ID
000840              DELIMITED BY SIZE INTO CHANGE-DISP
000842          SET TRAN-IN-ERROR TO TRUE
000844          SET SCAN-DONE TO TRUE
000846      END-IF.
000848 2210-CHECK-ONE-SUPPLIER-EXIT.
000850      EXIT.
000852
000854******************************************************************
000856* 2900-WRITE-CHANGE-LINE -- ONE LINE PER TRANSACTION AS KEYED,
000858*   WITH THE OPERATOR AND THE DISPOSITION, AND THE SUPPLIER NAME
000860*   BENEATH IT ON AN ADD OR REPLACE. A REPLACE THAT WENT THROUGH
000862*   GETS TWO MORE LINES SHOWING WHAT THE RECORD WAS.
000864******************************************************************
000866 2900-WRITE-CHANGE-LINE.
000868      MOVE SPACES TO CHANGE-REPORT-RECORD.
000870      STRING TX-ACTION " " TX-SUPPLIER-ID " " TX-FEED-DS-NAME " "
000872             TX-STATUS " " TX-LOGICAL-SPACE " " TX-MAX-VOLUME " "
000874             TX-OPERATOR-ID " " CHANGE-DISP
000876          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
000878      WRITE CHANGE-REPORT-RECORD.
000880      IF TX-ACTION = "A" OR TX-ACTION = "R"
000882          MOVE SPACES TO CHANGE-REPORT-RECORD
000884          STRING "  NAME     " TX-SUPPLIER-NAME
000886              DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
000888          WRITE CHANGE-REPORT-RECORD
000890      END-IF.
000892      IF CHANGE-DISP = "REPLACED"
000894          MOVE SPACES TO CHANGE-REPORT-RECORD
000896          STRING "  WAS      " BI-FEED-DS-NAME " " BI-STATUS " "
000898                 BI-LOGICAL-SPACE " " BI-MAX-VOLUME
000900              DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
000902          WRITE CHANGE-REPORT-RECORD
000904          MOVE SPACES TO CHANGE-REPORT-RECORD
000906          STRING "  WAS NAME " BI-SUPPLIER-NAME
000908              DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
000910          WRITE CHANGE-REPORT-RECORD
000912      END-IF.
000914 2900-WRITE-CHANGE-LINE-EXIT.
000916      EXIT.
000918
000920 3000-ADD-SUPPLIER.
000922      PERFORM 3500-MOVE-TRAN-TO-REGISTRY
000924          THRU 3500-MOVE-TRAN-TO-REGISTRY-EXIT.
000926      WRITE REGISTRY-RECORD
000928          INVALID KEY
000930              MOVE "REJECTED - ALREADY REGISTERED" TO CHANGE-DISP
000932              SET TRAN-IN-ERROR TO TRUE
000934          NOT INVALID KEY
000936              ADD 1 TO ADDS-APPLIED
000938              MOVE "ADDED" TO CHANGE-DISP
000940              MOVE "A" TO JRNL-IMAGE
000942              PERFORM 3600-WRITE-JOURNAL
000944                  THRU 3600-WRITE-JOURNAL-EXIT
000946      END-WRITE.
000948 3000-ADD-SUPPLIER-EXIT.
000950      EXIT.
000952
000954* THE EXISTING RECORD IS READ FIRST SO ITS BEFORE-IMAGE REACHES
000956* THE JOURNAL AND THE CHANGE REPORT.
000958 3100-REPLACE-SUPPLIER.
000960      MOVE TX-SUPPLIER-ID TO RG-SUPPLIER-ID.
000962      READ SUPPLIER-REGISTRY
000964          INVALID KEY
000966              MOVE "REJECTED - NOT REGISTERED" TO CHANGE-DISP
000968              SET TRAN-IN-ERROR TO TRUE
000970              GO TO 3100-REPLACE-SUPPLIER-EXIT
000972      END-READ.
000974      MOVE RG-SUPPLIER-NAME TO BI-SUPPLIER-NAME.
000976      MOVE RG-FEED-DS-NAME TO BI-FEED-DS-NAME.
000978      MOVE RG-STATUS TO BI-STATUS.
000980      MOVE RG-LOGICAL-SPACE TO BI-LOGICAL-SPACE.
000982      MOVE RG-MAX-VOLUME TO BI-MAX-VOLUME.
000984      MOVE "B" TO JRNL-IMAGE.
000986      PERFORM 3600-WRITE-JOURNAL THRU 3600-WRITE-JOURNAL-EXIT.
000988      PERFORM 3500-MOVE-TRAN-TO-REGISTRY
000990          THRU 3500-MOVE-TRAN-TO-REGISTRY-EXIT.
000992      REWRITE REGISTRY-RECORD
000994          INVALID KEY
000996              MOVE "REJECTED - REWRITE FAILED" TO CHANGE-DISP
000998              SET TRAN-IN-ERROR TO TRUE
001000          NOT INVALID KEY
001002              ADD 1 TO REPLACES-APPLIED
001004              MOVE "REPLACED" TO CHANGE-DISP
001006              MOVE "A" TO JRNL-IMAGE
001008              PERFORM 3600-WRITE-JOURNAL
001010                  THRU 3600-WRITE-JOURNAL-EXIT
001012      END-REWRITE.
001014 3100-REPLACE-SUPPLIER-EXIT.
001016      EXIT.
001018
001020* SAME RULE AS THE REPLACE: READ THE VICTIM FIRST SO THE
001022* JOURNAL HOLDS WHAT THE DELETE DESTROYED.
001024 3200-DELETE-SUPPLIER.
001026      MOVE TX-SUPPLIER-ID TO RG-SUPPLIER-ID.
001028      READ SUPPLIER-REGISTRY
001030          INVALID KEY
001032              MOVE "REJECTED - NOT REGISTERED" TO CHANGE-DISP
001034              SET TRAN-IN-ERROR TO TRUE
001036              GO TO 3200-DELETE-SUPPLIER-EXIT
001038      END-READ.
001040      MOVE "B" TO JRNL-IMAGE.
001042      PERFORM 3600-WRITE-JOURNAL THRU 3600-WRITE-JOURNAL-EXIT.
001044      DELETE SUPPLIER-REGISTRY RECORD
001046          INVALID KEY
001048              MOVE "REJECTED - DELETE FAILED" TO CHANGE-DISP
001050              SET TRAN-IN-ERROR TO TRUE
001052          NOT INVALID KEY
001054              ADD 1 TO DELETES-APPLIED
001056              MOVE "DELETED" TO CHANGE-DISP
001058      END-DELETE.
001060 3200-DELETE-SUPPLIER-EXIT.
001062      EXIT.
001064
001066 3500-MOVE-TRAN-TO-REGISTRY.
001068      MOVE TX-SUPPLIER-ID TO RG-SUPPLIER-ID.
001070      MOVE TX-SUPPLIER-NAME TO RG-SUPPLIER-NAME.
001072      MOVE TX-FEED-DS-NAME TO RG-FEED-DS-NAME.
001074      MOVE TX-STATUS TO RG-STATUS.
001076      MOVE TX-LOGICAL-SPACE TO RG-LOGICAL-SPACE.
001078      MOVE TX-MAX-VOLUME TO RG-MAX-VOLUME.
001080 3500-MOVE-TRAN-TO-REGISTRY-EXIT.
001082      EXIT.
001084
001086******************************************************************
001088* 3600-WRITE-JOURNAL -- APPEND ONE IMAGE OF REGISTRY-RECORD TO
001090*   THE JOURNAL, STAMPED WITH DATE, TIME, THE IMAGE TYPE IN
001092*   JRNL-IMAGE, THE TRANSACTION ACTION AND THE OPERATOR WHO
001094*   KEYED IT. A JOURNAL WRITE FAILURE STOPS THE RUN.
001096******************************************************************
001098 3600-WRITE-JOURNAL.
001100      MOVE SPACES TO JOURNAL-RECORD.
001102      ACCEPT JR-DATE FROM DATE YYYYMMDD.
001104      ACCEPT JR-TIME FROM TIME.
001106      MOVE JRNL-IMAGE TO JR-IMAGE-TYPE.
001108      MOVE TX-ACTION TO JR-TX-ACTION.
001110      MOVE TX-OPERATOR-ID TO JR-OPERATOR-ID.
001112      MOVE RG-SUPPLIER-ID TO JR-SUPPLIER-ID.
001114      MOVE RG-SUPPLIER-NAME TO JR-SUPPLIER-NAME.
001116      MOVE RG-FEED-DS-NAME TO JR-FEED-DS-NAME.
001118      MOVE RG-STATUS TO JR-STATUS.
001120      MOVE RG-LOGICAL-SPACE TO JR-LOGICAL-SPACE.
001122      MOVE RG-MAX-VOLUME TO JR-MAX-VOLUME.
001124      WRITE JOURNAL-RECORD.
001126      IF JR-FILE-STATUS NOT = "00"
001128          DISPLAY "3600-WRITE-JOURNAL: WRITE FAILED, STATUS="
001130                  JR-FILE-STATUS
001132          MOVE 36 TO RETURN-CODE
001134          STOP RUN
001136      END-IF.
001138      ADD 1 TO JRNL-WRITES.
001140 3600-WRITE-JOURNAL-EXIT.
001142      EXIT.
001144
001146******************************************************************
001148* 8000-MAINT-TOTALS -- CLOSE OUT THE CHANGE REPORT WITH THE
001150*   CONTROL TOTALS: TRANSACTIONS READ, APPLIED BY ACTION, IN
001152*   ERROR, AND JOURNAL RECORDS WRITTEN.
001154******************************************************************
001156 8000-MAINT-TOTALS.
001158      MOVE SPACES TO CHANGE-REPORT-RECORD.
001160      WRITE CHANGE-REPORT-RECORD.
001162
001164      MOVE SPACES TO CHANGE-REPORT-RECORD.
001166      STRING "TRANSACTIONS READ....... " TRANS-READ
001168          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001170      WRITE CHANGE-REPORT-RECORD.
001172
001174      MOVE SPACES TO CHANGE-REPORT-RECORD.
001176      STRING "SUPPLIERS ADDED......... " ADDS-APPLIED
001178          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001180      WRITE CHANGE-REPORT-RECORD.
001182
001184      MOVE SPACES TO CHANGE-REPORT-RECORD.
001186      STRING "SUPPLIERS REPLACED...... " REPLACES-APPLIED
001188          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001190      WRITE CHANGE-REPORT-RECORD.
001192
001194      MOVE SPACES TO CHANGE-REPORT-RECORD.
001196      STRING "SUPPLIERS DELETED....... " DELETES-APPLIED
001198          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001200      WRITE CHANGE-REPORT-RECORD.
001202
001204      MOVE SPACES TO CHANGE-REPORT-RECORD.
001206      STRING "TRANSACTIONS IN ERROR... " TRANS-IN-ERROR
001208          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001210      WRITE CHANGE-REPORT-RECORD.
001212
001214      MOVE SPACES TO CHANGE-REPORT-RECORD.
001216      STRING "JOURNAL RECORDS WRITTEN. " JRNL-WRITES
001218          DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
001220      WRITE CHANGE-REPORT-RECORD.
001222 8000-MAINT-TOTALS-EXIT.
001224      EXIT.
001226
001228******************************************************************
001230* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CONDITION
001232*   CODE: 0 WHEN EVERY TRANSACTION APPLIED, 4 WHEN ANY WAS
001234*   REJECTED SO OPERATIONS REVIEWS SUPMRPT BEFORE THE NIGHT'S
001236*   MERGE RUNS AGAINST THE REGISTRY.
001238******************************************************************
001240 9000-TERMINATE.
001242      CLOSE TRAN-FILE.
001244      CLOSE SUPPLIER-REGISTRY.
001246      CLOSE JOURNAL-FILE.
001248      CLOSE CHANGE-REPORT-FILE.
001250      IF TRANS-IN-ERROR > 0
001252          MOVE 4 TO RETURN-CODE
001254      END-IF.
001256 9000-TERMINATE-EXIT.
001258      EXIT.
001260
001262 END PROGRAM SUPMNT.
