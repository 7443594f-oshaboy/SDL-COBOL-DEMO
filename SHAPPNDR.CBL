000100******************************************************************
000102* AUTHOR:     D. WHITLOCK, APPLICATIONS PROGRAMMING
000104* INSTALLATION: GRAPHICS SYSTEMS GROUP
000106* DATE-WRITTEN: 2026-10-15
000108* DATE-COMPILED:
000110* PURPOSE:    PENDING-CHANGES REPORT FOR PROTECTED DRAWINGS. LISTS
000112*             ON PNDRPT EVERY CHANGE SHAPMNT HAS HELD ON SHAPEPND
000114*             THAT HAS NOT YET REACHED THE MASTER, OLDEST FIRST:
000116*               AWAITING  HELD, NO DECISION FROM SHAPAPRV YET
000118*               RELEASED  APPROVED, TO BE APPLIED BY THE NEXT
000120*                         SHAPMNT RUN
000122*             WITH THE OPERATOR WHO KEYED IT AND THE DAYS IT HAS
000124*             BEEN WAITING SINCE IT WAS KEYED. A CHANGE WAITING N
000126*             DAYS OR MORE IS FLAGGED OVERDUE. THE PENDING KEY ON
000128*             EACH LINE IS THE ONE THE CHECKER KEYS ON SHAPEAPV.
000130*             DECIDED CHANGES (REJECTED, APPLIED, FAILED ON
000132*             APPLY) STAY ON THE FILE AS THE APPROVAL TRAIL AND
000134*             ARE ONLY COUNTED, EXCEPT THAT A CHANGE WHICH FAILED
000136*             ON APPLY IN THE LAST N DAYS IS LISTED AS FAILED SO
000138*             IT GETS KEYED AGAIN. OLDER FAILURES ONLY SHOW IN
000140*             THE LIFETIME COUNT.
000142*
000144* PARM (KEYWORD=VALUE, COMMA SEPARATED; ALL OPTIONAL):
000146*   DAYS=    DAYS A CHANGE MAY WAIT BEFORE IT IS REPORTED
000148*            OVERDUE, AND DAYS A FAILED APPLY STAYS ON THE
000150*            REPORT (DEFAULT 3)
000152*
000154* STEP CONDITION CODES:
000156*   0  NOTHING OVERDUE
000158*   4  CHANGES OVERDUE, OR RELEASED CHANGES THAT FAILED ON APPLY
000160*      IN THE LAST DAYS= DAYS
000162*   16 BAD PARM
000164*   32/36  OPEN FAILURES
000166*
000168* MODIFICATION HISTORY
000170* DATE       INIT  DESCRIPTION
000172* ---------- ----  ---------------------------------------------
000174* 2026-10-15 DW    ORIGINAL PENDING-CHANGES REPORT.
000176* 2026-10-15 DW    ONLY FAILED APPLIES IN THE LAST DAYS= DAYS ARE
000178*                  LISTED AND SET CODE 4; THE LIFETIME FAILURE
000180*                  COUNT IS INFORMATION ONLY.
000182* Tectonics: cobc
000184******************************************************************
000186 IDENTIFICATION DIVISION.
000188 PROGRAM-ID. SHAPPNDR.
000190 ENVIRONMENT DIVISION.
000192 INPUT-OUTPUT SECTION.
000194 FILE-CONTROL.
000196     SELECT PENDING-FILE ASSIGN TO "SHAPEPND"
000198         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS SEQUENTIAL
000202         RECORD KEY IS PD-KEY
000204         FILE STATUS IS PD-FILE-STATUS.
000206     SELECT PENDING-REPORT-FILE ASSIGN TO "PNDRPT"
000208         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS PR-FILE-STATUS.
000212 DATA DIVISION.
000214 FILE SECTION.
000216* PENDING-RECORD - SAME LAYOUT AS SHAPMNT AND SHAPAPRV, KEEP THE
000218* THREE IN STEP.
000220 FD  PENDING-FILE.
000222 01  PENDING-RECORD.
000224     05  PD-KEY.
000226         10  PD-KEYED-DATE   PIC 9(8).
000228         10  PD-KEYED-TIME   PIC 9(8).
000230         10  PD-KEYED-SEQ    PIC 9(4).
000232     05  PD-STATUS       PIC X(1).
000234         88  PD-AWAITING         VALUE "P".
000236         88  PD-RELEASED         VALUE "R".
000238         88  PD-REJECTED         VALUE "X".
000240         88  PD-APPLIED          VALUE "A".
000242         88  PD-APPLY-FAILED     VALUE "F".
000244     05  PD-TRANSACTION.
000246         10  PD-ACTION       PIC X(1).
000248         10  PD-DRAWING-ID   PIC X(8).
000250         10  PD-SEQ-NO       PIC 9(4).
000252         10  PD-SHAPE-FIELDS PIC X(26).
000254         10  PD-MAKER-ID     PIC X(8).
000256     05  PD-CHECKER-ID   PIC X(8).
000258     05  PD-DECIDED-DATE PIC 9(8).
000260     05  PD-APPLIED-DATE PIC 9(8).
000262 FD  PENDING-REPORT-FILE.
000264 01  PENDING-REPORT-RECORD PIC X(80).
000266 WORKING-STORAGE SECTION.
000268  77 PD-FILE-STATUS PIC X(2) VALUE "00".
000270  77 PR-FILE-STATUS PIC X(2) VALUE "00".
000272  77 PD-EOF-SW PIC X(1) VALUE "N".
000274      88 PD-AT-EOF VALUE "Y".
000276  77 PENDING-SW PIC X(1) VALUE "N".
000278      88 PENDING-OPEN VALUE "Y".
000280  77 REPORT-DATE PIC 9(8) VALUE 0.
000282  77 TODAY-INT PIC 9(7) VALUE 0.
000284  77 KEYED-INT PIC 9(7) VALUE 0.
000286  77 AGE-DAYS PIC 9(5) VALUE 0.
000288  77 OLDEST-DAYS PIC 9(5) VALUE 0.
000290  77 OVERDUE-DAYS PIC 9(3) VALUE 3.
000292  77 RECS-READ PIC 9(6) VALUE 0.
000294  77 CHANGES-AWAITING PIC 9(6) VALUE 0.
000296  77 CHANGES-RELEASED PIC 9(6) VALUE 0.
000298  77 CHANGES-OVERDUE PIC 9(6) VALUE 0.
000300  77 CHANGES-REJECTED PIC 9(6) VALUE 0.
000302  77 CHANGES-APPLIED PIC 9(6) VALUE 0.
000304  77 CHANGES-FAILED PIC 9(6) VALUE 0.
000306  77 FAILED-RECENT PIC 9(6) VALUE 0.
000308  77 APPLIED-INT PIC 9(7) VALUE 0.
000310  77 LINE-STATE PIC X(8) VALUE SPACES.
000312  77 LINE-FLAG PIC X(7) VALUE SPACES.
000314  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000316  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000318  77 PARM-KEY PIC X(10) VALUE SPACES.
000320  77 PARM-VAL PIC X(20) VALUE SPACES.
000322  01 PARM-TABLE.
000324   05 PARM-ENTRY PIC X(30) OCCURS 5 TIMES.
000326 PROCEDURE DIVISION.
000328 0000-MAINLINE.
000330      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000332      PERFORM 2000-REPORT-ONE-CHANGE
000334          THRU 2000-REPORT-ONE-CHANGE-EXIT
000336          UNTIL PD-AT-EOF.
000338      PERFORM 8000-PENDING-TOTALS THRU 8000-PENDING-TOTALS-EXIT.
000340      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000342      GOBACK.
000344
000346******************************************************************
000348* 1000-INITIALIZE -- PICK THE OVERDUE DAYS OFF THE PARM, OPEN
000350*   THE PENDING FILE AND THE REPORT, AND HEAD THE REPORT. NO
000352*   PENDING FILE MEANS NOTHING HAS EVER BEEN HELD: THE REPORT
000354*   IS WRITTEN WITH ZERO TOTALS.
000356******************************************************************
000358 1000-INITIALIZE.
000360      ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
000362      COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(REPORT-DATE).
000364      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000366      IF CONFIG-PARM NOT = SPACES
000368          UNSTRING CONFIG-PARM DELIMITED BY ","
000370              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000372                   PARM-ENTRY(4) PARM-ENTRY(5)
000374          PERFORM 1050-PARSE-PARM-FIELD
000376              THRU 1050-PARSE-PARM-FIELD-EXIT
000378              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
000380      END-IF.
000382      OPEN OUTPUT PENDING-REPORT-FILE.
000384      IF PR-FILE-STATUS NOT = "00"
000386          DISPLAY "1000-INITIALIZE: PNDRPT OPEN FAILED, STATUS="
000388                  PR-FILE-STATUS
000390          MOVE 36 TO RETURN-CODE
000392          STOP RUN
000394      END-IF.
000396      MOVE SPACES TO PENDING-REPORT-RECORD.
000398      STRING "SHAPPNDR PROTECTED DRAWING CHANGES PENDING - "
000400             REPORT-DATE
000402          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000404      WRITE PENDING-REPORT-RECORD.
000406      MOVE SPACES TO PENDING-REPORT-RECORD.
000408      WRITE PENDING-REPORT-RECORD.
000410      MOVE SPACES TO PENDING-REPORT-RECORD.
000412      STRING "STATE    PENDING KEY          A DRAWING  SEQ  "
000414             "MAKER    CHECKER  DAYS"
000416          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000418      WRITE PENDING-REPORT-RECORD.
000420      OPEN INPUT PENDING-FILE.
000422      IF PD-FILE-STATUS = "35"
000424          SET PD-AT-EOF TO TRUE
000426          GO TO 1000-INITIALIZE-EXIT
000428      END-IF.
000430      IF PD-FILE-STATUS NOT = "00"
000432          DISPLAY "1000-INITIALIZE: PENDING-FILE OPEN FAILED, "
000434                  "STATUS=" PD-FILE-STATUS
000436          MOVE 32 TO RETURN-CODE
000438          STOP RUN
000440      END-IF.
000442      SET PENDING-OPEN TO TRUE.
000444 1000-INITIALIZE-EXIT.
000446      EXIT.
000448
000450 1050-PARSE-PARM-FIELD.
000452      IF PARM-ENTRY(PARM-IDX) = SPACES
000454          GO TO 1050-PARSE-PARM-FIELD-EXIT
000456      END-IF.
000458      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000460          INTO PARM-KEY PARM-VAL.
000462      EVALUATE PARM-KEY
000464          WHEN "DAYS"
000466              COMPUTE OVERDUE-DAYS = FUNCTION NUMVAL(PARM-VAL)
000468                  ON SIZE ERROR
000470                      DISPLAY "1050-PARSE-PARM-FIELD: DAYS= "
000472                              "TOO LARGE"
000474                      MOVE 16 TO RETURN-CODE
000476                      STOP RUN
000478              END-COMPUTE
000480          WHEN OTHER
000482              DISPLAY "1050-PARSE-PARM-FIELD: UNKNOWN KEYWORD "
000484                      PARM-KEY
000486              MOVE 16 TO RETURN-CODE
000488              STOP RUN
000490      END-EVALUATE.
000492 1050-PARSE-PARM-FIELD-EXIT.
000494      EXIT.
000496
000498******************************************************************
000500* 2000-REPORT-ONE-CHANGE -- ONE PENDING RECORD. A CHANGE STILL
000502*   AWAITING APPROVAL OR RELEASED BUT NOT YET APPLIED IS LISTED
000504*   WITH ITS AGE; A DECIDED ONE IS ONLY COUNTED. THE FILE IS IN
000506*   KEY ORDER, WHICH IS KEYING ORDER, SO THE OLDEST COME FIRST.
000508******************************************************************
000510 2000-REPORT-ONE-CHANGE.
000512      READ PENDING-FILE NEXT RECORD
000514          AT END
000516              SET PD-AT-EOF TO TRUE
000518              GO TO 2000-REPORT-ONE-CHANGE-EXIT
000520      END-READ.
000522      ADD 1 TO RECS-READ.
000524      EVALUATE TRUE
000526          WHEN PD-AWAITING
000528              ADD 1 TO CHANGES-AWAITING
000530              MOVE "AWAITING" TO LINE-STATE
000532          WHEN PD-RELEASED
000534              ADD 1 TO CHANGES-RELEASED
000536              MOVE "RELEASED" TO LINE-STATE
000538          WHEN PD-REJECTED
000540              ADD 1 TO CHANGES-REJECTED
000542              GO TO 2000-REPORT-ONE-CHANGE-EXIT
000544          WHEN PD-APPLY-FAILED
000546              ADD 1 TO CHANGES-FAILED
000548              PERFORM 2100-REPORT-RECENT-FAILURE
000550                  THRU 2100-REPORT-RECENT-FAILURE-EXIT
000552              GO TO 2000-REPORT-ONE-CHANGE-EXIT
000554          WHEN OTHER
000556              ADD 1 TO CHANGES-APPLIED
000558              GO TO 2000-REPORT-ONE-CHANGE-EXIT
000560      END-EVALUATE.
000562      MOVE 0 TO KEYED-INT.
000564      IF PD-KEYED-DATE NUMERIC
000566          COMPUTE KEYED-INT =
000568              FUNCTION INTEGER-OF-DATE(PD-KEYED-DATE)
000570              ON SIZE ERROR
000572                  MOVE 0 TO KEYED-INT
000574          END-COMPUTE
000576      END-IF.
000578      IF KEYED-INT = 0 OR KEYED-INT > TODAY-INT
000580          MOVE 0 TO AGE-DAYS
000582      ELSE
000584          COMPUTE AGE-DAYS = TODAY-INT - KEYED-INT
000586              ON SIZE ERROR
000588                  MOVE 99999 TO AGE-DAYS
000590          END-COMPUTE
000592      END-IF.
000594      IF AGE-DAYS > OLDEST-DAYS
000596          MOVE AGE-DAYS TO OLDEST-DAYS
000598      END-IF.
000600      MOVE SPACES TO LINE-FLAG.
000602      IF AGE-DAYS NOT < OVERDUE-DAYS
000604          ADD 1 TO CHANGES-OVERDUE
000606          MOVE "OVERDUE" TO LINE-FLAG
000608      END-IF.
000610      MOVE SPACES TO PENDING-REPORT-RECORD.
000612      STRING LINE-STATE " " PD-KEY " " PD-ACTION " "
000614             PD-DRAWING-ID " " PD-SEQ-NO " " PD-MAKER-ID " "
000616             PD-CHECKER-ID " " AGE-DAYS " " LINE-FLAG
000618          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000620      WRITE PENDING-REPORT-RECORD.
000622 2000-REPORT-ONE-CHANGE-EXIT.
000624      EXIT.
000626
000628* A CHANGE THAT FAILED ON APPLY WITHIN THE LAST DAYS= DAYS IS
000630* LISTED WITH THE DAYS SINCE IT FAILED, AND IS WHAT MAKES THE
000632* STEP END 4. THE TRAIL KEEPS EVERY FAILURE FOREVER, SO AN OLDER
000634* ONE HAS ALREADY BEEN SEEN AND IS ONLY COUNTED.
000636 2100-REPORT-RECENT-FAILURE.
000638      MOVE 0 TO APPLIED-INT.
000640      IF PD-APPLIED-DATE NUMERIC AND PD-APPLIED-DATE > 0
000642          COMPUTE APPLIED-INT =
000644              FUNCTION INTEGER-OF-DATE(PD-APPLIED-DATE)
000646              ON SIZE ERROR
000648                  MOVE 0 TO APPLIED-INT
000650          END-COMPUTE
000652      END-IF.
000654      IF APPLIED-INT = 0 OR APPLIED-INT > TODAY-INT
000656          MOVE 0 TO AGE-DAYS
000658      ELSE
000660          COMPUTE AGE-DAYS = TODAY-INT - APPLIED-INT
000662              ON SIZE ERROR
000664                  MOVE 99999 TO AGE-DAYS
000666          END-COMPUTE
000668      END-IF.
000670      IF AGE-DAYS > OVERDUE-DAYS
000672          GO TO 2100-REPORT-RECENT-FAILURE-EXIT
000674      END-IF.
000676      ADD 1 TO FAILED-RECENT.
000678      MOVE SPACES TO PENDING-REPORT-RECORD.
000680      STRING "FAILED  " " " PD-KEY " " PD-ACTION " "
000682             PD-DRAWING-ID " " PD-SEQ-NO " " PD-MAKER-ID " "
000684             PD-CHECKER-ID " " AGE-DAYS " " "REKEY  "
000686          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000688      WRITE PENDING-REPORT-RECORD.
000690 2100-REPORT-RECENT-FAILURE-EXIT.
000692      EXIT.
000694
000696******************************************************************
000698* 8000-PENDING-TOTALS -- CLOSE THE REPORT WITH WHAT IS WAITING,
000700*   HOW LONG THE OLDEST HAS WAITED, AND THE DECIDED CHANGES ON
000702*   FILE, SO THE COUNTS ADD UP TO THE RECORDS READ.
000704******************************************************************
000706 8000-PENDING-TOTALS.
000708      MOVE SPACES TO PENDING-REPORT-RECORD.
000710      WRITE PENDING-REPORT-RECORD.
000712
000714      MOVE SPACES TO PENDING-REPORT-RECORD.
000716      STRING "AWAITING APPROVAL....... " CHANGES-AWAITING
000718          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000720      WRITE PENDING-REPORT-RECORD.
000722
000724      MOVE SPACES TO PENDING-REPORT-RECORD.
000726      STRING "RELEASED, NOT APPLIED... " CHANGES-RELEASED
000728          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000730      WRITE PENDING-REPORT-RECORD.
000732
000734      MOVE SPACES TO PENDING-REPORT-RECORD.
000736      STRING "OVERDUE (" OVERDUE-DAYS " DAYS+)..... "
000738             CHANGES-OVERDUE
000740          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000742      WRITE PENDING-REPORT-RECORD.
000744
000746      MOVE SPACES TO PENDING-REPORT-RECORD.
000748      STRING "OLDEST WAITING, DAYS.... " OLDEST-DAYS
000750          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000752      WRITE PENDING-REPORT-RECORD.
000754
000756      MOVE SPACES TO PENDING-REPORT-RECORD.
000758      STRING "REJECTED................ " CHANGES-REJECTED
000760          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000762      WRITE PENDING-REPORT-RECORD.
000764
000766      MOVE SPACES TO PENDING-REPORT-RECORD.
000768      STRING "APPLIED................. " CHANGES-APPLIED
000770          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000772      WRITE PENDING-REPORT-RECORD.
000774
000776      MOVE SPACES TO PENDING-REPORT-RECORD.
000778      STRING "FAILED, LAST " OVERDUE-DAYS " DAYS... "
000780             FAILED-RECENT
000782          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000784      WRITE PENDING-REPORT-RECORD.
000786
000788      MOVE SPACES TO PENDING-REPORT-RECORD.
000790      STRING "FAILED ON APPLY, TOTAL.. " CHANGES-FAILED
000792          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000794      WRITE PENDING-REPORT-RECORD.
000796
000798      MOVE SPACES TO PENDING-REPORT-RECORD.
000800      STRING "PENDING RECORDS READ.... " RECS-READ
000802          DELIMITED BY SIZE INTO PENDING-REPORT-RECORD.
000804      WRITE PENDING-REPORT-RECORD.
000806 8000-PENDING-TOTALS-EXIT.
000808      EXIT.
000810
000812******************************************************************
000814* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CODE: 4 WHEN
000816*   A CHANGE IS OVERDUE OR A RELEASED CHANGE FAILED ON APPLY IN
000818*   THE LAST DAYS= DAYS (IT MUST BE KEYED AGAIN), ELSE 0.
000820******************************************************************
000822 9000-TERMINATE.
000824      IF PENDING-OPEN
000826          CLOSE PENDING-FILE
000828      END-IF.
000830      CLOSE PENDING-REPORT-FILE.
000832      IF CHANGES-OVERDUE > 0 OR FAILED-RECENT > 0
000834          MOVE 4 TO RETURN-CODE
000836      END-IF.
000838 9000-TERMINATE-EXIT.
000840      EXIT.
000842
000844 END PROGRAM SHAPPNDR.
