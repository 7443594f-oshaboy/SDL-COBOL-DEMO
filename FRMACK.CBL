000100******************************************************************
000102* AUTHOR:     D. WHITLOCK, APPLICATIONS PROGRAMMING
000104* INSTALLATION: GRAPHICS SYSTEMS GROUP
000106* DATE-WRITTEN: 2026-10-15
000108* DATE-COMPILED:
000110* PURPOSE:    DISTRIBUTION ACKNOWLEDGEMENT FOLLOW-UP. FRMDIST
000112*             STAGES FRAMES INTO EACH RECIPIENT'S OUTBOUND
000114*             DIRECTORY AND RECORDS EVERY MANIFEST LINE ON
000116*             DISTLOG. RECIPIENTS RETURN ACKNOWLEDGEMENT FILES
000118*             INTO THE SAME DIRECTORY. THIS STEP MATCHES EVERY
000120*             ACKNOWLEDGEMENT BACK TO THE DISTLOG LINE FOR THAT
000122*             RECIPIENT AND FRAME, CHECKS THE CHECKSUM THE
000124*             RECIPIENT COMPUTED AGAINST THE ONE WE SENT, AND
000126*             REPORTS ON ACKRPT EVERY FRAME SENT BUT STILL NOT
000128*             ACKNOWLEDGED AFTER N DAYS. THE ACKNOWLEDGEMENT
000130*             FILES STAY WHERE THEY ARE, SO EACH RUN RECONCILES
000132*             AFRESH EVERYTHING SENT IN THE LAST HISTORY= DAYS.
000134*             DISTLOG LINES OLDER THAN THAT ARE ONLY COUNTED, AND
000136*             SO ARE ACKNOWLEDGEMENTS FOR FRAMES WHOSE NAME
000138*             (FRAME<DATE>-...) IS DATED BEFORE THE HORIZON -
000140*             THEIR DISTLOG LINE HAS AGED OUT, NOT GONE MISSING.
000142*             A FRAME STILL NOT ACKNOWLEDGED AT THE HORIZON HAS
000144*             BEEN REPORTED OVERDUE FOR SOME TIME BY THEN.
000146*
000148*             THE ACKNOWLEDGEMENT FILES ARE FOUND FROM A LISTING
000150*             WRITTEN TO ACKDIR BY A SHELL CALL AT STARTUP
000152*             (ls <OUTDIR>/*/ACK*.TXT), AS ARCHAUD LISTS THE
000154*             ARCHIVE DIRECTORY. THE RECIPIENT IS THE DIRECTORY
000156*             THE FILE WAS FOUND IN.
000158*
000160* ACKNOWLEDGEMENT LAYOUT (<OUTDIR>/<RECIPIENT>/ACK*.TXT), ONE
000162* RECORD PER FRAME RECEIVED:
000164*   AK-FRAME-NAME  X(44)  FRAME NAME AS ON THE MANIFEST
000166*   FILLER         X(1)
000168*   AK-CHECKSUM    9(10)  CHECKSUM AS COMPUTED ON RECEIPT BY THE
000170*                         FRMDIST RULE - BLANK IF NOT CHECKED
000172*
000174* PARM (KEYWORD=VALUE, COMMA SEPARATED; ALL OPTIONAL):
000176*   DAYS=    DAYS A FRAME MAY GO UNACKNOWLEDGED BEFORE IT IS
000178*            REPORTED OVERDUE (DEFAULT 3)
000180*   OUTDIR=  ROOT OF THE OUTBOUND AREA (DEFAULT OUTBOUND)
000182*   HISTORY= DAYS OF DISTLOG TO RECONCILE (DEFAULT 30); MUST BE
000184*            MORE THAN DAYS=
000186*
000188* STEP CONDITION CODES:
000190*   0  EVERYTHING SENT IS ACKNOWLEDGED OR STILL WITHIN N DAYS
000192*   4  FRAMES OVERDUE, ACKNOWLEDGEMENTS FOR FRAMES NEVER SENT,
000194*      OR MORE HISTORY THAN ONE RUN CAN HOLD
000196*   8  A RECIPIENT'S CHECKSUM DISAGREES WITH THE ONE SENT
000198*   16 BAD PARM
000200*   32/36  OPEN FAILURES
000202*
000204* MODIFICATION HISTORY
000206* DATE       INIT  DESCRIPTION
000208* ---------- ----  ---------------------------------------------
000210* 2026-10-15 DW    ORIGINAL ACKNOWLEDGEMENT FOLLOW-UP.
000212* 2026-10-15 DW    HISTORY= HORIZON (DEFAULT 30 DAYS): OLDER
000214*                  DISTLOG LINES AND THEIR ACKNOWLEDGEMENTS ARE
000216*                  COUNTED, NOT RECONCILED, SO THE TABLE HOLDS
000218*                  RECENT WORK. A DAYS= TOO LARGE IS NOW CODE 16.
000220* Tectonics: cobc
000222******************************************************************
000224 IDENTIFICATION DIVISION.
000226 PROGRAM-ID. FRMACK.
000228 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000232 FILE-CONTROL.
000234     SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG"
000236         ORGANIZATION IS LINE SEQUENTIAL
000238         FILE STATUS IS DL-FILE-STATUS.
000240     SELECT ACK-LIST-FILE ASSIGN TO "ACKDIR"
000242         ORGANIZATION IS LINE SEQUENTIAL
000244         FILE STATUS IS AL-FILE-STATUS.
000246     SELECT ACK-FILE ASSIGN TO ACK-DS-NAME
000248         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS AK-FILE-STATUS.
000252     SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
000254         ORGANIZATION IS LINE SEQUENTIAL
000256         FILE STATUS IS AR-FILE-STATUS.
000258 DATA DIVISION.
000260 FILE SECTION.
000262* DIST-LOG-RECORD MIRRORS THE MANIFEST LINE FRMDIST WRITES - KEEP
000264* THE TWO IN STEP.
000266 FD  DIST-LOG-FILE.
000268 01  DIST-LOG-RECORD.
000270     05  DL-RECIPIENT    PIC X(8).
000272     05  FILLER          PIC X(1).
000274     05  DL-DIST-DATE    PIC 9(8).
000276     05  FILLER          PIC X(1).
000278     05  DL-FRAME-NAME   PIC X(44).
000280     05  FILLER          PIC X(1).
000282     05  DL-GENERATION   PIC 9(5).
000284     05  FILLER          PIC X(1).
000286     05  DL-BYTE-SIZE    PIC 9(9).
000288     05  FILLER          PIC X(1).
000290     05  DL-CHECKSUM     PIC 9(10).
000292 FD  ACK-LIST-FILE.
000294 01  ACK-LIST-RECORD     PIC X(100).
000296 FD  ACK-FILE.
000298 01  ACK-RECORD.
000300     05  AK-FRAME-NAME   PIC X(44).
000302     05  FILLER          PIC X(1).
000304     05  AK-CHECKSUM     PIC X(10).
000306     05  AK-CHECKSUM-NUM REDEFINES AK-CHECKSUM PIC 9(10).
000308 FD  ACK-REPORT-FILE.
000310 01  ACK-REPORT-RECORD   PIC X(100).
000312 WORKING-STORAGE SECTION.
000314  77 DL-FILE-STATUS PIC X(2) VALUE "00".
000316  77 AL-FILE-STATUS PIC X(2) VALUE "00".
000318  77 AK-FILE-STATUS PIC X(2) VALUE "00".
000320  77 AR-FILE-STATUS PIC X(2) VALUE "00".
000322  77 DL-EOF-SW PIC X(1) VALUE "N".
000324      88 DL-AT-EOF VALUE "Y".
000326  77 AL-EOF-SW PIC X(1) VALUE "N".
000328      88 AL-AT-EOF VALUE "Y".
000330  77 AK-EOF-SW PIC X(1) VALUE "N".
000332      88 AK-AT-EOF VALUE "Y".
000334  77 ACK-DS-NAME PIC X(100) VALUE SPACES.
000336  77 ACK-RECIPIENT PIC X(8) VALUE SPACES.
000338  77 OUT-DIR PIC X(40) VALUE "OUTBOUND".
000340  77 OVERDUE-DAYS PIC 9(3) VALUE 3.
000342  77 HISTORY-DAYS PIC 9(3) VALUE 30.
000344  77 HORIZON-INT PIC 9(9) VALUE 0.
000346  77 HORIZON-DATE PIC 9(8) VALUE 0.
000348  77 REPORT-DATE PIC 9(8) VALUE 0.
000350  77 TODAY-INT PIC 9(9) VALUE 0.
000352  77 SENT-INT PIC 9(9) VALUE 0.
000354  77 AGE-DAYS PIC 9(5) VALUE 0.
000356  77 DIST-LINES-READ PIC 9(6) VALUE 0.
000358  77 DIST-LINES-DROPPED PIC 9(6) VALUE 0.
000360  77 DIST-LINES-AGED PIC 9(6) VALUE 0.
000362  77 ACK-AGED PIC 9(6) VALUE 0.
000364  77 ACK-FILES-READ PIC 9(4) VALUE 0.
000366  77 ACK-FILES-FAILED PIC 9(4) VALUE 0.
000368  77 ACK-LINES-READ PIC 9(6) VALUE 0.
000370  77 ACK-UNKNOWN PIC 9(6) VALUE 0.
000372  77 FRAMES-ACKED PIC 9(6) VALUE 0.
000374  77 FRAMES-BADSUM PIC 9(6) VALUE 0.
000376  77 FRAMES-AWAITING PIC 9(6) VALUE 0.
000378  77 FRAMES-OVERDUE PIC 9(6) VALUE 0.
000380  77 DST-IDX PIC 9(4) COMP VALUE 0.
000382  77 DST-HIT PIC 9(4) COMP VALUE 0.
000384  77 DST-COUNT PIC 9(4) COMP VALUE 0.
000386* EVERY LINE SENT INSIDE THE HORIZON, WITH WHAT ITS
000388* ACKNOWLEDGEMENTS SAID.
000390* A FRAME ACKNOWLEDGED WITH THE WRONG CHECKSUM STAYS "B" EVEN IF
000392* ANOTHER ACKNOWLEDGEMENT FOR IT AGREES - IT NEEDS A LOOK.
000394  01 DIST-TABLE.
000396   05 DST-ENTRY OCCURS 5000 TIMES.
000398    10 DT-RECIPIENT PIC X(8).
000400    10 DT-DIST-DATE PIC 9(8).
000402    10 DT-FRAME-NAME PIC X(44).
000404    10 DT-GENERATION PIC 9(5).
000406    10 DT-CHECKSUM PIC 9(10).
000408    10 DT-ACK-SW PIC X(1).
000410       88 DT-NOT-ACKED VALUE "N".
000412       88 DT-ACKED VALUE "Y".
000414       88 DT-BAD-CHECKSUM VALUE "B".
000416* LISTING PATH SPLIT: <OUTDIR>/.../<RECIPIENT>/<FILE>.
000418  77 PATH-PARTS PIC 9(2) COMP VALUE 0.
000420  01 PATH-TABLE.
000422   05 PATH-PART PIC X(40) OCCURS 8 TIMES.
000424  77 SHELL-RC PIC S9(9) COMP-5 VALUE 0.
000426  77 LIST-COMMAND PIC X(100) VALUE SPACES.
000428  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000430  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000432  77 PARM-KEY PIC X(10) VALUE SPACES.
000434  77 PARM-VAL PIC X(40) VALUE SPACES.
000436  01 PARM-TABLE.
000438   05 PARM-ENTRY PIC X(50) OCCURS 5 TIMES.
000440 PROCEDURE DIVISION.
000442 0000-MAINLINE.
000444      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000446      PERFORM 2000-LOAD-DIST-LOG THRU 2000-LOAD-DIST-LOG-EXIT.
000448      PERFORM 3000-READ-ACK-LISTING
000450          THRU 3000-READ-ACK-LISTING-EXIT.
000452      PERFORM 4000-JUDGE-ONE-LINE THRU 4000-JUDGE-ONE-LINE-EXIT
000454          VARYING DST-IDX FROM 1 BY 1 UNTIL DST-IDX > DST-COUNT.
000456      PERFORM 8000-ACK-TOTALS THRU 8000-ACK-TOTALS-EXIT.
000458      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000460      GOBACK.
000462
000464******************************************************************
000466* 1000-INITIALIZE -- PICK THE OVERDUE DAYS, HISTORY HORIZON AND
000468*   OUTBOUND ROOT OFF THE PARM, TAKE THE LISTING OF
000470*   ACKNOWLEDGEMENT FILES, AND OPEN THE REPORT WITH ITS HEADING.
000472******************************************************************
000474 1000-INITIALIZE.
000476      ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
000478      COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(REPORT-DATE).
000480      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000482      IF CONFIG-PARM NOT = SPACES
000484          UNSTRING CONFIG-PARM DELIMITED BY ","
000486              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000488                   PARM-ENTRY(4) PARM-ENTRY(5)
000490          PERFORM 1050-PARSE-PARM-FIELD
000492              THRU 1050-PARSE-PARM-FIELD-EXIT
000494              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
000496      END-IF.
000498      IF HISTORY-DAYS NOT > OVERDUE-DAYS
000500          DISPLAY "1000-INITIALIZE: HISTORY= " HISTORY-DAYS
000502                  " MUST BE MORE THAN DAYS= " OVERDUE-DAYS
000504          MOVE 16 TO RETURN-CODE
000506          STOP RUN
000508      END-IF.
000510      COMPUTE HORIZON-INT = TODAY-INT - HISTORY-DAYS.
000512      COMPUTE HORIZON-DATE =
000514          FUNCTION DATE-OF-INTEGER(HORIZON-INT).
000516      MOVE SPACES TO LIST-COMMAND.
000518      STRING "ls " DELIMITED BY SIZE
000520          OUT-DIR DELIMITED BY SPACE
000522          "/*/ACK*.TXT > ACKDIR 2>/dev/null" X"00"
000524          DELIMITED BY SIZE
000526          INTO LIST-COMMAND.
000528      CALL "SYSTEM" USING BY REFERENCE LIST-COMMAND
000530          RETURNING SHELL-RC.
000532      IF SHELL-RC NOT = 0
000534          DISPLAY "1000-INITIALIZE: ACK LISTING ENDED RC="
000536                  SHELL-RC " - NO ACKNOWLEDGEMENTS OR NO SHELL"
000538      END-IF.
000540      OPEN OUTPUT ACK-REPORT-FILE.
000542      IF AR-FILE-STATUS NOT = "00"
000544          DISPLAY "1000-INITIALIZE: ACKRPT OPEN FAILED, "
000546                  "STATUS=" AR-FILE-STATUS
000548          MOVE 36 TO RETURN-CODE
000550          STOP RUN
000552      END-IF.
000554      MOVE SPACES TO ACK-REPORT-RECORD.
000556      STRING "DISTRIBUTION ACKNOWLEDGEMENT FOLLOW-UP - "
000558          REPORT-DATE " OVERDUE AFTER " OVERDUE-DAYS " DAYS"
000560          ", SENT SINCE " HORIZON-DATE
000562          DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
000564      WRITE ACK-REPORT-RECORD.
000566 1000-INITIALIZE-EXIT.
000568      EXIT.
000570
000572 1050-PARSE-PARM-FIELD.
000574      IF PARM-ENTRY(PARM-IDX) = SPACES
000576          GO TO 1050-PARSE-PARM-FIELD-EXIT
000578      END-IF.
000580      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000582          INTO PARM-KEY PARM-VAL.
000584      EVALUATE PARM-KEY
000586          WHEN "DAYS"
000588              COMPUTE OVERDUE-DAYS = FUNCTION NUMVAL(PARM-VAL)
000590                  ON SIZE ERROR
000592                      DISPLAY "1050-PARSE-PARM-FIELD: DAYS= "
000594                              "TOO LARGE"
000596                      MOVE 16 TO RETURN-CODE
000598                      STOP RUN
000600              END-COMPUTE
000602          WHEN "HISTORY"
000604              COMPUTE HISTORY-DAYS = FUNCTION NUMVAL(PARM-VAL)
000606                  ON SIZE ERROR
000608                      DISPLAY "1050-PARSE-PARM-FIELD: HISTORY= "
000610                              "TOO LARGE"
000612                      MOVE 16 TO RETURN-CODE
000614                      STOP RUN
000616              END-COMPUTE
000618          WHEN "OUTDIR"
000620              IF PARM-VAL = SPACES
000622                  DISPLAY "1050-PARSE-PARM-FIELD: OUTDIR= EMPTY"
000624                  MOVE 16 TO RETURN-CODE
000626                  STOP RUN
000628              END-IF
000630              MOVE PARM-VAL TO OUT-DIR
000632          WHEN OTHER
000634              DISPLAY "1050-PARSE-PARM-FIELD: UNKNOWN KEYWORD "
000636                      PARM-KEY
000638              MOVE 16 TO RETURN-CODE
000640              STOP RUN
000642      END-EVALUATE.
000644 1050-PARSE-PARM-FIELD-EXIT.
000646      EXIT.
000648
000650******************************************************************
000652* 2000-LOAD-DIST-LOG -- EVERY MANIFEST LINE SENT SINCE THE
000654*   HORIZON. NO DISTLOG MEANS NOTHING HAS BEEN SENT YET -
000656*   NOTHING TO CHASE.
000658******************************************************************
000660 2000-LOAD-DIST-LOG.
000662      OPEN INPUT DIST-LOG-FILE.
000664      IF DL-FILE-STATUS = "35"
000666          DISPLAY "2000-LOAD-DIST-LOG: NO DISTLOG - NOTHING SENT "
000668                  "YET"
000670          GO TO 2000-LOAD-DIST-LOG-EXIT
000672      END-IF.
000674      IF DL-FILE-STATUS NOT = "00"
000676          DISPLAY "2000-LOAD-DIST-LOG: DISTLOG OPEN FAILED, "
000678                  "STATUS=" DL-FILE-STATUS
000680          MOVE 32 TO RETURN-CODE
000682          STOP RUN
000684      END-IF.
000686      PERFORM 2050-LOAD-ONE-LINE THRU 2050-LOAD-ONE-LINE-EXIT
000688          UNTIL DL-AT-EOF.
000690      CLOSE DIST-LOG-FILE.
000692 2000-LOAD-DIST-LOG-EXIT.
000694      EXIT.
000696
000698 2050-LOAD-ONE-LINE.
000700      READ DIST-LOG-FILE
000702          AT END
000704              SET DL-AT-EOF TO TRUE
000706              GO TO 2050-LOAD-ONE-LINE-EXIT
000708      END-READ.
000710      ADD 1 TO DIST-LINES-READ.
000712      IF DL-DIST-DATE NUMERIC AND DL-DIST-DATE < HORIZON-DATE
000714          ADD 1 TO DIST-LINES-AGED
000716          GO TO 2050-LOAD-ONE-LINE-EXIT
000718      END-IF.
000720      IF DST-COUNT = 5000
000722          IF DIST-LINES-DROPPED = 0
000724              DISPLAY "2050-LOAD-ONE-LINE: DISTRIBUTION TABLE "
000726                      "FULL - LATER LINES NOT RECONCILED"
000728          END-IF
000730          ADD 1 TO DIST-LINES-DROPPED
000732          GO TO 2050-LOAD-ONE-LINE-EXIT
000734      END-IF.
000736      ADD 1 TO DST-COUNT.
000738      MOVE DL-RECIPIENT TO DT-RECIPIENT (DST-COUNT).
000740      MOVE DL-DIST-DATE TO DT-DIST-DATE (DST-COUNT).
000742      MOVE DL-FRAME-NAME TO DT-FRAME-NAME (DST-COUNT).
000744      MOVE DL-GENERATION TO DT-GENERATION (DST-COUNT).
000746      MOVE DL-CHECKSUM TO DT-CHECKSUM (DST-COUNT).
000748      SET DT-NOT-ACKED (DST-COUNT) TO TRUE.
000750 2050-LOAD-ONE-LINE-EXIT.
000752      EXIT.
000754
000756******************************************************************
000758* 3000-READ-ACK-LISTING -- OPEN EACH ACKNOWLEDGEMENT FILE THE
000760*   LISTING NAMES AND MATCH ITS LINES AGAINST THE DISTRIBUTION
000762*   TABLE FOR THAT RECIPIENT.
000764******************************************************************
000766 3000-READ-ACK-LISTING.
000768      OPEN INPUT ACK-LIST-FILE.
000770      IF AL-FILE-STATUS NOT = "00"
000772          DISPLAY "3000-READ-ACK-LISTING: NO ACKNOWLEDGEMENT "
000774                  "LISTING, STATUS=" AL-FILE-STATUS
000776          GO TO 3000-READ-ACK-LISTING-EXIT
000778      END-IF.
000780      PERFORM 3100-READ-ONE-ACK-FILE
000782          THRU 3100-READ-ONE-ACK-FILE-EXIT
000784          UNTIL AL-AT-EOF.
000786      CLOSE ACK-LIST-FILE.
000788 3000-READ-ACK-LISTING-EXIT.
000790      EXIT.
000792
000794* THE RECIPIENT IS THE NEXT-TO-LAST PART OF THE PATH - THE
000796* DIRECTORY FRMDIST STAGED ITS FRAMES INTO.
000798 3100-READ-ONE-ACK-FILE.
000800      READ ACK-LIST-FILE
000802          AT END
000804              SET AL-AT-EOF TO TRUE
000806              GO TO 3100-READ-ONE-ACK-FILE-EXIT
000808      END-READ.
000810      IF ACK-LIST-RECORD = SPACES
000812          GO TO 3100-READ-ONE-ACK-FILE-EXIT
000814      END-IF.
000816      MOVE SPACES TO PATH-TABLE.
000818      MOVE 0 TO PATH-PARTS.
000820      UNSTRING ACK-LIST-RECORD DELIMITED BY "/"
000822          INTO PATH-PART(1) PATH-PART(2) PATH-PART(3) PATH-PART(4)
000824               PATH-PART(5) PATH-PART(6) PATH-PART(7) PATH-PART(8)
000826          TALLYING IN PATH-PARTS.
000828      IF PATH-PARTS < 2
000830          GO TO 3100-READ-ONE-ACK-FILE-EXIT
000832      END-IF.
000834      MOVE PATH-PART (PATH-PARTS - 1) TO ACK-RECIPIENT.
000836      MOVE ACK-LIST-RECORD TO ACK-DS-NAME.
000838      OPEN INPUT ACK-FILE.
000840      IF AK-FILE-STATUS NOT = "00"
000842          ADD 1 TO ACK-FILES-FAILED
000844          MOVE SPACES TO ACK-REPORT-RECORD
000846          STRING "UNREADABLE " ACK-RECIPIENT " STATUS "
000848              AK-FILE-STATUS " " DELIMITED BY SIZE
000850              ACK-DS-NAME DELIMITED BY SPACE
000852              INTO ACK-REPORT-RECORD
000854          WRITE ACK-REPORT-RECORD
000856          GO TO 3100-READ-ONE-ACK-FILE-EXIT
000858      END-IF.
000860      ADD 1 TO ACK-FILES-READ.
000862      MOVE "N" TO AK-EOF-SW.
000864      PERFORM 3200-MATCH-ONE-ACK THRU 3200-MATCH-ONE-ACK-EXIT
000866          UNTIL AK-AT-EOF.
000868      CLOSE ACK-FILE.
000870 3100-READ-ONE-ACK-FILE-EXIT.
000872      EXIT.
000874
000876 3200-MATCH-ONE-ACK.
000878      READ ACK-FILE
000880          AT END
000882              SET AK-AT-EOF TO TRUE
000884              GO TO 3200-MATCH-ONE-ACK-EXIT
000886      END-READ.
000888      IF AK-FRAME-NAME = SPACES
000890          GO TO 3200-MATCH-ONE-ACK-EXIT
000892      END-IF.
000894      ADD 1 TO ACK-LINES-READ.
000896      MOVE 0 TO DST-HIT.
000898      PERFORM 3250-MATCH-ONE-LINE THRU 3250-MATCH-ONE-LINE-EXIT
000900          VARYING DST-IDX FROM 1 BY 1 UNTIL DST-IDX > DST-COUNT.
000902      IF DST-HIT = 0 AND AK-FRAME-NAME (1:5) = "FRAME" AND
000904         AK-FRAME-NAME (6:8) NUMERIC AND
000906         AK-FRAME-NAME (6:8) < HORIZON-DATE
000908          ADD 1 TO ACK-AGED
000910          GO TO 3200-MATCH-ONE-ACK-EXIT
000912      END-IF.
000914      IF DST-HIT = 0
000916          ADD 1 TO ACK-UNKNOWN
000918          MOVE SPACES TO ACK-REPORT-RECORD
000920          STRING "NOT SENT  " ACK-RECIPIENT " " DELIMITED BY SIZE
000922              AK-FRAME-NAME DELIMITED BY SPACE
000924              " ACKNOWLEDGED BUT NOT ON DISTLOG" DELIMITED BY SIZE
000926              INTO ACK-REPORT-RECORD
000928          WRITE ACK-REPORT-RECORD
000930      END-IF.
000932 3200-MATCH-ONE-ACK-EXIT.
000934      EXIT.
000936
000938* A FRAME SENT TWICE TO THE SAME RECIPIENT (A RERUN AFTER A
000940* DISTLOG LOSS) IS ACKNOWLEDGED ON EVERY LINE FOR IT.
000942 3250-MATCH-ONE-LINE.
000944      IF DT-RECIPIENT (DST-IDX) NOT = ACK-RECIPIENT OR
000946         DT-FRAME-NAME (DST-IDX) NOT = AK-FRAME-NAME
000948          GO TO 3250-MATCH-ONE-LINE-EXIT
000950      END-IF.
000952      MOVE DST-IDX TO DST-HIT.
000954      IF AK-CHECKSUM NOT = SPACES AND
000956         (AK-CHECKSUM NOT NUMERIC OR
000958          AK-CHECKSUM-NUM NOT = DT-CHECKSUM (DST-IDX))
000960          SET DT-BAD-CHECKSUM (DST-IDX) TO TRUE
000962          GO TO 3250-MATCH-ONE-LINE-EXIT
000964      END-IF.
000966      IF DT-NOT-ACKED (DST-IDX)
000968          SET DT-ACKED (DST-IDX) TO TRUE
000970      END-IF.
000972 3250-MATCH-ONE-LINE-EXIT.
000974      EXIT.
000976
000978******************************************************************
000980* 4000-JUDGE-ONE-LINE -- EVERY LINE SENT IS ACKNOWLEDGED,
000982*   ACKNOWLEDGED WITH A DIFFERENT CHECKSUM, STILL WITHIN ITS N
000984*   DAYS, OR OVERDUE. THE LAST TWO OF THOSE GO ON THE REPORT.
000986******************************************************************
000988 4000-JUDGE-ONE-LINE.
000990      IF DT-ACKED (DST-IDX)
000992          ADD 1 TO FRAMES-ACKED
000994          GO TO 4000-JUDGE-ONE-LINE-EXIT
000996      END-IF.
000998      IF DT-BAD-CHECKSUM (DST-IDX)
001000          ADD 1 TO FRAMES-BADSUM
001002          MOVE SPACES TO ACK-REPORT-RECORD
001004          STRING "BADSUM    " DT-RECIPIENT (DST-IDX) " SENT "
001006              DT-DIST-DATE (DST-IDX) " SUM "
001008              DT-CHECKSUM (DST-IDX) " " DELIMITED BY SIZE
001010              DT-FRAME-NAME (DST-IDX) DELIMITED BY SPACE
001012              INTO ACK-REPORT-RECORD
001014          WRITE ACK-REPORT-RECORD
001016          GO TO 4000-JUDGE-ONE-LINE-EXIT
001018      END-IF.
001020      MOVE 0 TO SENT-INT.
001022      IF DT-DIST-DATE (DST-IDX) NUMERIC
001024          COMPUTE SENT-INT =
001026              FUNCTION INTEGER-OF-DATE(DT-DIST-DATE (DST-IDX))
001028              ON SIZE ERROR
001030                  MOVE 0 TO SENT-INT
001032          END-COMPUTE
001034      END-IF.
001036      IF SENT-INT = 0 OR SENT-INT > TODAY-INT
001038          MOVE 0 TO AGE-DAYS
001040      ELSE
001042          COMPUTE AGE-DAYS = TODAY-INT - SENT-INT
001044              ON SIZE ERROR
001046                  MOVE 99999 TO AGE-DAYS
001048          END-COMPUTE
001050      END-IF.
001052      IF AGE-DAYS < OVERDUE-DAYS
001054          ADD 1 TO FRAMES-AWAITING
001056          GO TO 4000-JUDGE-ONE-LINE-EXIT
001058      END-IF.
001060      ADD 1 TO FRAMES-OVERDUE.
001062      MOVE SPACES TO ACK-REPORT-RECORD.
001064      STRING "OVERDUE   " DT-RECIPIENT (DST-IDX) " SENT "
001066          DT-DIST-DATE (DST-IDX) " DAYS " AGE-DAYS " G"
001068          DT-GENERATION (DST-IDX) " " DELIMITED BY SIZE
001070          DT-FRAME-NAME (DST-IDX) DELIMITED BY SPACE
001072          INTO ACK-REPORT-RECORD.
001074      WRITE ACK-REPORT-RECORD.
001076 4000-JUDGE-ONE-LINE-EXIT.
001078      EXIT.
001080
001082******************************************************************
001084* 8000-ACK-TOTALS -- CLOSE THE REPORT WITH THE RECONCILIATION.
001086******************************************************************
001088 8000-ACK-TOTALS.
001090      MOVE SPACES TO ACK-REPORT-RECORD.
001092      STRING "FRAMES SENT (DISTLOG)... " DIST-LINES-READ
001094          DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
001096      WRITE ACK-REPORT-RECORD.
001098
001100      MOVE SPACES TO ACK-REPORT-RECORD.
001102      STRING "SENT BEFORE HORIZON..... " DIST-LINES-AGED
001104          DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
001106      WRITE ACK-REPORT-RECORD.
001108
001110      MOVE SPACES TO ACK-REPORT-RECORD.
001112      STRING "ACK FILES/LINES READ.... " ACK-FILES-READ
001114          "/" ACK-LINES-READ
001116          DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
001118      WRITE ACK-REPORT-RECORD.
001120
001122      MOVE SPACES TO ACK-REPORT-RECORD.
001124      STRING "ACKNOWLEDGED............ " FRAMES-ACKED
001126          DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
001128      WRITE ACK-REPORT-RECORD.
001130
001132      MOVE SPACES TO ACK-REPORT-RECORD.
001134      STRING "AWAITING, WITHIN DAYS... " FRAMES-AWAITING
001136          DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
001138      WRITE ACK-REPORT-RECORD.
001140
001142      MOVE SPACES TO ACK-REPORT-RECORD.
001144      STRING "OVERDUE................. " FRAMES-OVERDUE
001146          DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
001148      WRITE ACK-REPORT-RECORD.
001150
001152      MOVE SPACES TO ACK-REPORT-RECORD.
001154      STRING "CHECKSUM MISMATCHES..... " FRAMES-BADSUM
001156          DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
001158      WRITE ACK-REPORT-RECORD.
001160
001162      MOVE SPACES TO ACK-REPORT-RECORD.
001164      STRING "ACKS FOR FRAMES NOT SENT " ACK-UNKNOWN
001166          DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
001168      WRITE ACK-REPORT-RECORD.
001170
001172      MOVE SPACES TO ACK-REPORT-RECORD.
001174      STRING "ACKS BEFORE HORIZON..... " ACK-AGED
001176          DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
001178      WRITE ACK-REPORT-RECORD.
001180
001182      IF DIST-LINES-DROPPED > 0
001184          MOVE SPACES TO ACK-REPORT-RECORD
001186          STRING "*** DISTRIBUTION TABLE FULL, "
001188              DIST-LINES-DROPPED
001190              " LINES NOT RECONCILED ***"
001192              DELIMITED BY SIZE INTO ACK-REPORT-RECORD
001194          WRITE ACK-REPORT-RECORD
001196      END-IF.
001198 8000-ACK-TOTALS-EXIT.
001200      EXIT.
001202
001204******************************************************************
001206* 9000-TERMINATE -- CLOSE THE REPORT AND SET THE STEP CONDITION
001208*   CODE: 8 FOR A CHECKSUM MISMATCH (THE RECIPIENT HOLDS A
001210*   DIFFERENT PICTURE FROM THE ONE SENT), 4 FOR OVERDUE OR
001212*   UNMATCHED ACKNOWLEDGEMENTS, OTHERWISE 0.
001214******************************************************************
001216 9000-TERMINATE.
001218      CLOSE ACK-REPORT-FILE.
001220      IF FRAMES-BADSUM > 0
001222          MOVE 8 TO RETURN-CODE
001224          GO TO 9000-TERMINATE-EXIT
001226      END-IF.
001228      IF FRAMES-OVERDUE > 0 OR ACK-UNKNOWN > 0 OR
001230         ACK-FILES-FAILED > 0 OR DIST-LINES-DROPPED > 0
001232          MOVE 4 TO RETURN-CODE
001234      END-IF.
001236 9000-TERMINATE-EXIT.
001238      EXIT.
001240
001242 END PROGRAM FRMACK.
