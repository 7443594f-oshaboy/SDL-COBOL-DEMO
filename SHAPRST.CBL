000168* DATE       INIT  DESCRIPTION
000170* ---------- ----  ---------------------------------------------
000172* 2026-09-02 DW    ORIGINAL JOURNAL REPLAY RESTORE PROGRAM.
000174* 2026-10-15 DW    JOURNAL-RECORD CARRIES THE OPERATOR AND
000176*                  APPROVER IDS SHAPMNT NOW WRITES. THE REPLAY
000178*                  DOES NOT USE THEM.
000180* Tectonics: cobc
000182******************************************************************
000184 IDENTIFICATION DIVISION.
000186 PROGRAM-ID. SHAPRST.
000188 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000192 FILE-CONTROL.
000194     SELECT JOURNAL-FILE ASSIGN TO "SHAPEJRN"
000196         ORGANIZATION IS LINE SEQUENTIAL
000198         FILE STATUS IS JR-FILE-STATUS.
000200     SELECT SHAPE-MASTER ASSIGN TO "SHAPEMST"
000202         ORGANIZATION IS INDEXED
000204         ACCESS MODE IS DYNAMIC
000206         RECORD KEY IS MR-KEY
000208         FILE STATUS IS MS-FILE-STATUS.
000210     SELECT RESTORE-REPORT-FILE ASSIGN TO "RESTRPT"
000212         ORGANIZATION IS LINE SEQUENTIAL
000214         FILE STATUS IS RR-FILE-STATUS.
000216 DATA DIVISION.
000218 FILE SECTION.
000220* JOURNAL-RECORD MIRRORS THE LAYOUT 3600-WRITE-JOURNAL IN
000222* SHAPMNT APPENDS - KEEP THE TWO IN STEP.
000224 FD  JOURNAL-FILE.
000226 01  JOURNAL-RECORD.
000228     05  JR-DATE         PIC 9(8).
000230     05  FILLER          PIC X(1).
000232     05  JR-TIME         PIC 9(8).
000234     05  FILLER          PIC X(1).
000236     05  JR-IMAGE-TYPE   PIC X(1).
000238     05  FILLER          PIC X(1).
000240     05  JR-TX-ACTION    PIC X(1).
000242     05  FILLER          PIC X(1).
000244     05  JR-DRAWING-ID   PIC X(8).
000246     05  JR-SEQ-NO       PIC 9(4).
000248     05  JR-SHAPE-TYPE   PIC X(5).
000250     05  JR-X1           PIC 9(3).
000252     05  JR-Y1           PIC 9(3).
000254     05  JR-X2           PIC 9(3).
000256     05  JR-Y2           PIC 9(3).
000258     05  JR-R            PIC 9(3).
000260     05  JR-G            PIC 9(3).
000262     05  JR-B            PIC 9(3).
000264     05  FILLER          PIC X(1).
000266     05  JR-OPERATOR-ID  PIC X(8).
000268     05  FILLER          PIC X(1).
000270     05  JR-APPROVER-ID  PIC X(8).
000272* MASTER-RECORD - SAME LAYOUT AS SHAPMNT AND MAIN-METHOD.
000274 FD  SHAPE-MASTER.
000276 01  MASTER-RECORD.
000278     05  MR-KEY.
000280         10  MR-DRAWING-ID   PIC X(8).
000282         10  MR-SEQ-NO       PIC 9(4).
000284     05  MR-SHAPE-TYPE   PIC X(5).
000286     05  MR-X1           PIC 9(3).
000288     05  MR-Y1           PIC 9(3).
000290     05  MR-X2           PIC 9(3).
000292     05  MR-Y2           PIC 9(3).
000294     05  MR-R            PIC 9(3).
000296     05  MR-G            PIC 9(3).
000298     05  MR-B            PIC 9(3).
000300 FD  RESTORE-REPORT-FILE.
000302 01  RESTORE-REPORT-RECORD PIC X(80).
000304 WORKING-STORAGE SECTION.
000306  77 JR-FILE-STATUS PIC X(2) VALUE "00".
000308  77 MS-FILE-STATUS PIC X(2) VALUE "00".
000310  77 RR-FILE-STATUS PIC X(2) VALUE "00".
000312  77 JR-EOF-SW PIC X(1) VALUE "N".
000314      88 JR-AT-EOF VALUE "Y".
000316  77 CLEAR-DONE-SW PIC X(1) VALUE "N".
000318      88 CLEAR-DONE VALUE "Y".
000320  77 TARGET-DRAWING PIC X(8) VALUE SPACES.
000322  77 RESTORE-ALL-SW PIC X(1) VALUE "N".
000324      88 RESTORE-ALL VALUE "Y".
000326  77 ASOF-DATE PIC 9(8) VALUE 99999999.
000328  77 ASOF-TIME PIC 9(8) VALUE 99999999.
000330  77 RESTORE-DATE PIC 9(8) VALUE 0.
000332  77 JRNL-RECS-READ PIC 9(6) VALUE 0.
000334  77 JRNL-RECS-APPLIED PIC 9(6) VALUE 0.
000336  77 JRNL-PAST-ASOF PIC 9(6) VALUE 0.
000338  77 JRNL-OTHER-DRAWING PIC 9(6) VALUE 0.
000340  77 JRNL-RECS-BAD PIC 9(6) VALUE 0.
000342  77 WRITES-APPLIED PIC 9(6) VALUE 0.
000344  77 REWRITES-APPLIED PIC 9(6) VALUE 0.
000346  77 DELETES-APPLIED PIC 9(6) VALUE 0.
000348  77 RECORDS-CLEARED PIC 9(6) VALUE 0.
000350  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000352  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000354  77 PARM-KEY PIC X(10) VALUE SPACES.
000356  77 PARM-VAL PIC X(20) VALUE SPACES.
000358  01 PARM-TABLE.
000360   05 PARM-ENTRY PIC X(30) OCCURS 5 TIMES.
000362 PROCEDURE DIVISION.
000364 0000-MAINLINE.
000366      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000368      PERFORM 2000-CLEAR-TARGET THRU 2000-CLEAR-TARGET-EXIT.
000370      PERFORM 3000-REPLAY-ONE-ENTRY
000372          THRU 3000-REPLAY-ONE-ENTRY-EXIT
000374          UNTIL JR-AT-EOF.
000376      PERFORM 8000-RESTORE-TOTALS THRU 8000-RESTORE-TOTALS-EXIT.
000378      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000380      GOBACK.
000382
000384******************************************************************
000386* 1000-INITIALIZE -- PICK THE TARGET AND AS-OF MOMENT OFF THE
000388*   PARM, THEN OPEN THE JOURNAL AND THE MASTER. THE DRAWING=
000390*   TARGET IS MANDATORY: THIS PROGRAM CLEARS WHAT IT RESTORES,
000392*   SO IT REFUSES TO GUESS WHAT THE OPERATOR MEANT.
000394******************************************************************
000396 1000-INITIALIZE.
000398      ACCEPT RESTORE-DATE FROM DATE YYYYMMDD.
000400      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000402      IF CONFIG-PARM NOT = SPACES
000404          UNSTRING CONFIG-PARM DELIMITED BY ","
000406              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000408                   PARM-ENTRY(4) PARM-ENTRY(5)
000410          PERFORM 1050-PARSE-PARM-FIELD
000412              THRU 1050-PARSE-PARM-FIELD-EXIT
000414              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
000416      END-IF.
000418      IF TARGET-DRAWING = SPACES AND NOT RESTORE-ALL
000420          DISPLAY "1000-INITIALIZE: NO DRAWING= TARGET GIVEN - "
000422                  "USE DRAWING=ID OR DRAWING=ALL"
000424          MOVE 16 TO RETURN-CODE
000426          STOP RUN
000428      END-IF.
000430      OPEN INPUT JOURNAL-FILE.
000432      IF JR-FILE-STATUS = "35"
000434          DISPLAY "1000-INITIALIZE: NO JOURNAL ON FILE, "
000436                  "NOTHING TO RESTORE FROM"
000438          MOVE 8 TO RETURN-CODE
000440          STOP RUN
000442      END-IF.
000444      IF JR-FILE-STATUS NOT = "00"
000446          DISPLAY "1000-INITIALIZE: JOURNAL OPEN FAILED, "
000448                  "STATUS=" JR-FILE-STATUS
000450          MOVE 32 TO RETURN-CODE
000452          STOP RUN
000454      END-IF.
000456*     A MISSING MASTER IS CREATED EMPTY AND REOPENED I-O, THE
000458*     SAME AS SHAPMNT - A FULL RESTORE ONTO A FRESH FILE IS
000460*     EXACTLY THE DISASTER CASE THIS PROGRAM EXISTS FOR.
000462      OPEN I-O SHAPE-MASTER.
000464      IF MS-FILE-STATUS = "35"
000466          OPEN OUTPUT SHAPE-MASTER
000468          IF MS-FILE-STATUS NOT = "00"
000470              DISPLAY "1000-INITIALIZE: SHAPE-MASTER CREATE "
000472                      "FAILED, STATUS=" MS-FILE-STATUS
000474              MOVE 36 TO RETURN-CODE
000476              STOP RUN
000478          END-IF
000480          CLOSE SHAPE-MASTER
000482          OPEN I-O SHAPE-MASTER
000484      END-IF.
000486      IF MS-FILE-STATUS NOT = "00"
000488          DISPLAY "1000-INITIALIZE: SHAPE-MASTER OPEN FAILED, "
000490                  "STATUS=" MS-FILE-STATUS
000492          MOVE 36 TO RETURN-CODE
000494          STOP RUN
000496      END-IF.
000498 1000-INITIALIZE-EXIT.
000500      EXIT.
000502
000504 1050-PARSE-PARM-FIELD.
000506      IF PARM-ENTRY(PARM-IDX) = SPACES
000508          GO TO 1050-PARSE-PARM-FIELD-EXIT
000510      END-IF.
000512
000514      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000516          INTO PARM-KEY PARM-VAL.
000518
000520      EVALUATE PARM-KEY
000522          WHEN "DRAWING"
000524              IF PARM-VAL = "ALL"
000526                  SET RESTORE-ALL TO TRUE
000528              ELSE
000530                  MOVE PARM-VAL TO TARGET-DRAWING
000532              END-IF
000534          WHEN "ASOFDATE"
000536              COMPUTE ASOF-DATE = FUNCTION NUMVAL(PARM-VAL)
000538                  ON SIZE ERROR
000540                      DISPLAY "1050-PARSE-PARM-FIELD: "
000542                              "ASOFDATE= BAD, IGNORED"
000544              END-COMPUTE
000546          WHEN "ASOFTIME"
000548              COMPUTE ASOF-TIME = FUNCTION NUMVAL(PARM-VAL)
000550                  ON SIZE ERROR
000552                      DISPLAY "1050-PARSE-PARM-FIELD: "
000554                              "ASOFTIME= BAD, IGNORED"
000556              END-COMPUTE
000558          WHEN OTHER
000560              CONTINUE
000562      END-EVALUATE.
000564 1050-PARSE-PARM-FIELD-EXIT.
000566      EXIT.
000568
000570******************************************************************
000572* 2000-CLEAR-TARGET -- TAKE THE TARGET OFF THE MASTER BEFORE THE
000574*   REPLAY: EVERY RECORD FOR DRAWING=ALL, OR EVERY RECORD OF THE
000576*   ONE DRAWING. THE REPLAY THEN REBUILDS ONTO CLEAN GROUND, SO
000578*   RECORDS ADDED AFTER THE AS-OF MOMENT DO NOT LINGER.
000580******************************************************************
000582 2000-CLEAR-TARGET.
000584      IF RESTORE-ALL
000586          MOVE LOW-VALUES TO MR-KEY
000588      ELSE
000590          MOVE TARGET-DRAWING TO MR-DRAWING-ID
000592          MOVE 0 TO MR-SEQ-NO
000594      END-IF.
000596      START SHAPE-MASTER KEY NOT < MR-KEY
000598          INVALID KEY
000600              SET CLEAR-DONE TO TRUE
000602      END-START.
000604      PERFORM 2100-CLEAR-ONE-RECORD
000606          THRU 2100-CLEAR-ONE-RECORD-EXIT
000608          UNTIL CLEAR-DONE.
000610 2000-CLEAR-TARGET-EXIT.
000612      EXIT.
000614
000616 2100-CLEAR-ONE-RECORD.
000618      READ SHAPE-MASTER NEXT RECORD
000620          AT END
000622              SET CLEAR-DONE TO TRUE
000624              GO TO 2100-CLEAR-ONE-RECORD-EXIT
000626      END-READ.
000628      IF NOT RESTORE-ALL AND
000630         MR-DRAWING-ID NOT = TARGET-DRAWING
000632          SET CLEAR-DONE TO TRUE
000634          GO TO 2100-CLEAR-ONE-RECORD-EXIT
000636      END-IF.
000638      DELETE SHAPE-MASTER RECORD
000640          INVALID KEY
000642              DISPLAY "2100-CLEAR-ONE-RECORD: DELETE FAILED, "
000644                      "STATUS=" MS-FILE-STATUS
000646              SET CLEAR-DONE TO TRUE
000648          NOT INVALID KEY
000650              ADD 1 TO RECORDS-CLEARED
000652      END-DELETE.
000654 2100-CLEAR-ONE-RECORD-EXIT.
000656      EXIT.
000658
000660******************************************************************
000662* 3000-REPLAY-ONE-ENTRY -- READ ONE JOURNAL ENTRY AND APPLY IT
000664*   IF IT BELONGS TO THE TARGET AND PRECEDES THE AS-OF MOMENT.
000666*   AFTER-IMAGES ARE WRITTEN (REWRITTEN WHEN THE KEY RECURS,
000668*   WHICH IS JUST THE DRAWING EVOLVING THROUGH THE JOURNAL);
000670*   A DELETE'S BEFORE-IMAGE TAKES ITS KEY OFF AGAIN. REPLACE
000672*   BEFORE-IMAGES CARRY NO ACTION OF THEIR OWN - THE MATCHING
000674*   AFTER-IMAGE DOES THE WORK.
000676******************************************************************
000678 3000-REPLAY-ONE-ENTRY.
000680      READ JOURNAL-FILE INTO JOURNAL-RECORD
000682          AT END
000684              SET JR-AT-EOF TO TRUE
000686              GO TO 3000-REPLAY-ONE-ENTRY-EXIT
000688      END-READ.
000690      ADD 1 TO JRNL-RECS-READ.
000692      IF JR-DATE NOT NUMERIC OR JR-TIME NOT NUMERIC OR
000694         JR-SEQ-NO NOT NUMERIC
000696          ADD 1 TO JRNL-RECS-BAD
000698          GO TO 3000-REPLAY-ONE-ENTRY-EXIT
000700      END-IF.
000702      IF JR-DATE > ASOF-DATE OR
000704         (JR-DATE = ASOF-DATE AND JR-TIME > ASOF-TIME)
000706          ADD 1 TO JRNL-PAST-ASOF
000708          GO TO 3000-REPLAY-ONE-ENTRY-EXIT
000710      END-IF.
000712      IF NOT RESTORE-ALL AND
000714         JR-DRAWING-ID NOT = TARGET-DRAWING
000716          ADD 1 TO JRNL-OTHER-DRAWING
000718          GO TO 3000-REPLAY-ONE-ENTRY-EXIT
000720      END-IF.
000722      EVALUATE TRUE
000724          WHEN JR-IMAGE-TYPE = "A"
000726              PERFORM 3100-APPLY-AFTER-IMAGE
000728                  THRU 3100-APPLY-AFTER-IMAGE-EXIT
000730              ADD 1 TO JRNL-RECS-APPLIED
000732          WHEN JR-IMAGE-TYPE = "B" AND JR-TX-ACTION = "D"
000734              PERFORM 3200-APPLY-DELETE-IMAGE
000736                  THRU 3200-APPLY-DELETE-IMAGE-EXIT
000738              ADD 1 TO JRNL-RECS-APPLIED
000740          WHEN JR-IMAGE-TYPE = "B"
000742              CONTINUE
000744          WHEN OTHER
000746              ADD 1 TO JRNL-RECS-BAD
000748      END-EVALUATE.
000750 3000-REPLAY-ONE-ENTRY-EXIT.
000752      EXIT.
000754
000756 3100-APPLY-AFTER-IMAGE.
000758      MOVE JR-DRAWING-ID TO MR-DRAWING-ID.
000760      MOVE JR-SEQ-NO TO MR-SEQ-NO.
000762      MOVE JR-SHAPE-TYPE TO MR-SHAPE-TYPE.
000764      MOVE JR-X1 TO MR-X1.
000766      MOVE JR-Y1 TO MR-Y1.
000768      MOVE JR-X2 TO MR-X2.
000770      MOVE JR-Y2 TO MR-Y2.
000772      MOVE JR-R TO MR-R.
000774      MOVE JR-G TO MR-G.
000776      MOVE JR-B TO MR-B.
000778      WRITE MASTER-RECORD
000780          INVALID KEY
000782              REWRITE MASTER-RECORD
000784                  INVALID KEY
000786                      DISPLAY "3100-APPLY-AFTER-IMAGE: REWRITE "
000788                              "FAILED, STATUS=" MS-FILE-STATUS
000790                      ADD 1 TO JRNL-RECS-BAD
000792                  NOT INVALID KEY
000794                      ADD 1 TO REWRITES-APPLIED
000796              END-REWRITE
000798          NOT INVALID KEY
000800              ADD 1 TO WRITES-APPLIED
000802      END-WRITE.
000804 3100-APPLY-AFTER-IMAGE-EXIT.
000806      EXIT.
000808
000810* A DELETE IMAGE WHOSE KEY IS ALREADY GONE IS NOT AN ERROR ON A
000812* REPLAY - A WHOLE-DRAWING DELETE JOURNALS ONE IMAGE PER SHAPE
000814* AND THE CLEARED TARGET STARTED EMPTY ANYWAY.
000816 3200-APPLY-DELETE-IMAGE.
000818      MOVE JR-DRAWING-ID TO MR-DRAWING-ID.
000820      MOVE JR-SEQ-NO TO MR-SEQ-NO.
000822      DELETE SHAPE-MASTER RECORD
000824          INVALID KEY
000826              CONTINUE
000828          NOT INVALID KEY
000830              ADD 1 TO DELETES-APPLIED
000832      END-DELETE.
000834 3200-APPLY-DELETE-IMAGE-EXIT.
000836      EXIT.
000838
000840******************************************************************
000842* 8000-RESTORE-TOTALS -- WRITE THE RESTORE CONTROL REPORT: THE
000844*   TARGET AND AS-OF MOMENT, WHAT WAS CLEARED, AND HOW THE
000846*   JOURNAL ENTRIES WERE DISPOSED OF.
000848******************************************************************
000850 8000-RESTORE-TOTALS.
000852      OPEN OUTPUT RESTORE-REPORT-FILE.
000854      IF RR-FILE-STATUS NOT = "00"
000856          DISPLAY "8000-RESTORE-TOTALS: OPEN FAILED, STATUS="
000858                  RR-FILE-STATUS
000860          GO TO 8000-RESTORE-TOTALS-EXIT
000862      END-IF.
000864
000866      MOVE SPACES TO RESTORE-REPORT-RECORD.
000868      STRING "SHAPRST MASTER RESTORE - " RESTORE-DATE
000870          DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD.
000872      WRITE RESTORE-REPORT-RECORD.
000874
000876      MOVE SPACES TO RESTORE-REPORT-RECORD.
000878      IF RESTORE-ALL
000880          STRING "TARGET.................. WHOLE MASTER"
000882              DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
000884      ELSE
000886          STRING "TARGET.................. DRAWING "
000888              TARGET-DRAWING
000890              DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
000892      END-IF.
000894      WRITE RESTORE-REPORT-RECORD.
000896
000898      MOVE SPACES TO RESTORE-REPORT-RECORD.
000900      STRING "AS-OF DATE/TIME......... " ASOF-DATE
000902          " " ASOF-TIME
000904          DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD.
000906      WRITE RESTORE-REPORT-RECORD.
000908
000910      MOVE SPACES TO RESTORE-REPORT-RECORD.
000912      STRING "RECORDS CLEARED......... " RECORDS-CLEARED
000914          DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD.
000916      WRITE RESTORE-REPORT-RECORD.
000918
000920      MOVE SPACES TO RESTORE-REPORT-RECORD.
000922      STRING "JOURNAL RECORDS READ.... " JRNL-RECS-READ
000924          DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD.
000926      WRITE RESTORE-REPORT-RECORD.
000928
000930      MOVE SPACES TO RESTORE-REPORT-RECORD.
000932      STRING "ENTRIES APPLIED......... " JRNL-RECS-APPLIED
000934          DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD.
000936      WRITE RESTORE-REPORT-RECORD.
000938
000940      MOVE SPACES TO RESTORE-REPORT-RECORD.
000942      STRING "  WRITTEN/REWRITTEN..... " WRITES-APPLIED
000944          "/" REWRITES-APPLIED
000946          DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD.
000948      WRITE RESTORE-REPORT-RECORD.
000950
000952      MOVE SPACES TO RESTORE-REPORT-RECORD.
000954      STRING "  DELETES REPLAYED...... " DELETES-APPLIED
000956          DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD.
000958      WRITE RESTORE-REPORT-RECORD.
000960
000962      MOVE SPACES TO RESTORE-REPORT-RECORD.
000964      STRING "ENTRIES PAST AS-OF...... " JRNL-PAST-ASOF
000966          DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD.
000968      WRITE RESTORE-REPORT-RECORD.
000970
000972      MOVE SPACES TO RESTORE-REPORT-RECORD.
000974      STRING "ENTRIES OTHER DRAWINGS.. " JRNL-OTHER-DRAWING
000976          DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD.
000978      WRITE RESTORE-REPORT-RECORD.
000980
000982      MOVE SPACES TO RESTORE-REPORT-RECORD.
000984      STRING "ENTRIES IN ERROR........ " JRNL-RECS-BAD
000986          DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD.
000988      WRITE RESTORE-REPORT-RECORD.
000990
000992      CLOSE RESTORE-REPORT-FILE.
000994 8000-RESTORE-TOTALS-EXIT.
000996      EXIT.
000998
001000******************************************************************
001002* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CONDITION
001004*   CODE: 0 FOR A CLEAN REPLAY, 4 WHEN ANY JOURNAL ENTRY HAD TO
001006*   BE SKIPPED IN ERROR, 8 WHEN THE JOURNAL HELD NOTHING AT ALL
001008*   SO OPERATIONS KNOWS THE TRAIL DOES NOT REACH THE TARGET.
001010******************************************************************
001012 9000-TERMINATE.
001014      CLOSE JOURNAL-FILE.
001016      CLOSE SHAPE-MASTER.
001018      IF JRNL-RECS-READ = 0
001020          MOVE 8 TO RETURN-CODE
001022          GO TO 9000-TERMINATE-EXIT
001024      END-IF.
001026      IF JRNL-RECS-BAD > 0
001028          MOVE 4 TO RETURN-CODE
001030      END-IF.
001032 9000-TERMINATE-EXIT.
001034      EXIT.
001036
001038 END PROGRAM SHAPRST.
