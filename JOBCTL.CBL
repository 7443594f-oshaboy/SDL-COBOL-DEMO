000100******************************************************************
000102* AUTHOR:     D. WHITLOCK, APPLICATIONS PROGRAMMING
000104* INSTALLATION: GRAPHICS SYSTEMS GROUP
000106* DATE-WRITTEN: 2026-10-15
000108* DATE-COMPILED:
000110* PURPOSE:    NIGHTLY JOB-STREAM CONTROLLER. RUNS THE STEPS LISTED
000112*             ON THE STEP-CONTROL FILE (STEPCTL) IN ORDER -
000114*             NORMALLY FEEDMRG, SHAPEEDIT, FEEDPROF, FEEDSPLT,
000116*             MAIN-METHOD, RUNCONS, FRAMECMP, ARCHMNT, ARCHAUD -
000118*             AND JUDGES EACH STEP'S CONDITION CODE AGAINST THE
000120*             HIGHEST CODE THE FILE SAYS IS ACCEPTABLE FOR IT. A
000122*             STEP OVER ITS THRESHOLD EITHER STOPS THE STREAM OR,
000124*             WHERE THE CONTROL FILE SAYS SO, SKIPS ONLY THE STEPS
000126*             THAT DEPEND ON IT. SO A CODE 8 OUT OF SHAPEEDIT'S
000128*             RECONCILIATION HOLDS THE RENDER INSTEAD OF BEING
000130*             MISSED BY EYE.
000132*
000134*             EVERY STEP GETS ONE JOB-STEP HISTORY RECORD ON
000136*             JOBHIST (START, END, CONDITION CODE, DISPOSITION),
000138*             AND THE RUN IS SUMMARIZED ON JOBRPT. WHEN A
000140*             BREACH STOPS THE STREAM, THE RESTART RECORD ON
000142*             JOBRST NAMES THE STEP THAT STOPPED IT, AND
000144*             THE NEXT SUBMISSION STARTS THERE INSTEAD OF
000146*             RERUNNING FEEDMRG FROM THE TOP. STEPS AHEAD OF
000148*             THE RESTART STEP ARE BYPASSED AND COUNT AS
000150*             COMPLETE FOR THE STEPS THAT DEPEND ON THEM.
000152*
000154*             EACH STEP IS STARTED THROUGH THE SHELL AS
000156*             "<COMMAND> <PARM>", SO THE STEP'S OWN PARM HANDLING
000158*             SEES EXACTLY WHAT IT WOULD FROM AN OPERATOR. THE
000160*             STEP'S CONDITION CODE IS ITS EXIT STATUS; A STEP
000162*             KILLED BY A SIGNAL IS AN ABEND AND ALWAYS BREACHES.
000164*
000166* STEP-CONTROL LAYOUT (STEPCTL), ONE RECORD PER STEP IN RUN
000168* ORDER:
000170*   SC-STEP-NO     9(2)   01-20, ASCENDING
000172*   SC-STEP-NAME   X(12)  NAME FOR THE HISTORY AND REPORT
000174*   SC-COMMAND     X(30)  PROGRAM AS NAMED TO THE SHELL
000176*   SC-MAX-CC      9(3)   HIGHEST ACCEPTABLE CONDITION CODE
000178*   SC-ON-BREACH   X(1)   S = STOP THE STREAM (ALSO BLANK)
000180*                         K = SKIP ONLY THE DEPENDENT STEPS
000182*   SC-PREREQ      9(2)   THREE STEP NUMBERS THIS STEP DEPENDS
000184*                  X 3    ON - 00 FOR NONE. A STEP IS SKIPPED
000186*                         WHEN ANY OF THEM BREACHED OR WAS
000188*                         ITSELF SKIPPED.
000190*   SC-PARM        X(120) PARM STRING PASSED TO THE STEP
000192*   SC-REPEAT-LIST X(8)   BLANK = RUN THE STEP ONCE. OTHERWISE
000194*                         THE NAME OF A LIST FILE (SPLITLST):
000196*                         THE STEP RUNS ONCE PER NON-BLANK LIST
000198*                         LINE, WITH ",<LINE>" ADDED TO ITS PARM.
000200*                         AN EMPTY OR MISSING LIST RUNS THE STEP
000202*                         ONCE AS IT STANDS.
000204*
000206* A LIST STEP'S CONDITION CODE IS THE HIGHEST OF ITS ENTRIES.
000208* THE FIRST ENTRY OVER THE STEP'S THRESHOLD ENDS THE STEP THERE
000210* - THE ENTRIES AFTER IT ARE NOT RUN - AND THE RESTART RECORD
000212* NAMES THAT ENTRY AS WELL AS THE STEP, SO THE RESTART RESUMES
000214* AT THE FAILED ENTRY AND THE ENTRIES THAT ALREADY RAN ARE NOT
000216* RUN (OR BILLED) TWICE.
000218*
000220* FEEDSPLT CUTS A FEED TOO BIG FOR ONE MAIN-METHOD RUN INTO
000222* CHUNKS AND LISTS THEM ON SPLITLST AS FEED=, RUNID= AND
000224* RUNGROUP= PARMS; THE NIGHTLY STREAM RUNS MAIN-METHOD WITH
000226* SC-REPEAT-LIST SPLITLST, SO A SPLIT FEED IS DRAWN ONE CHUNK PER
000228* RUN AND AN UNSPLIT ONE (EMPTY SPLITLST) IS DRAWN AS BEFORE.
000230* EVERY CHUNK AFTER THE FIRST ADDS TO RUNLOG AND SUMRPT, SO THE
000232* ONE RUNCONS STEP AFTER THE LAST CHUNK PUTS THE WHOLE RUN
000234* GROUP ON RUNHIST.
000236*
000238* THE NIGHTLY STREAM RUNS SHAPEEDIT WITH A LIMIT OF 4 AND
000240* ON-BREACH S, SO A RECONCILIATION OR SUPPLIER HOLD (CODE 8)
000242* STOPS THE STREAM BEFORE MAIN-METHOD; ARCHAUD IS MARKED K SO
000244* AN AUDIT EXCEPTION NEVER HOLDS ANYTHING BUT ITSELF. FEEDPROF
000246* ALSO RUNS WITH A LIMIT OF 4 AND ON-BREACH S: ITS PROFILE HOLD
000248* (CODE 8) STOPS THE STREAM BEFORE MAIN-METHOD, AND ONCE THE
000250* SUPPLIER HAS CONFIRMED THE FEED THE OPERATOR RELEASES IT WITH
000252* RESTART= THE FEEDSPLT STEP - NOT MAIN-METHOD, WHICH WOULD DRAW
000254* FROM WHATEVER SPLITLST THE LAST SPLIT LEFT BEHIND.
000256*
000258* PARM (KEYWORD=VALUE, COMMA SEPARATED):
000260*   RESTART=NN  START AT STEP NN WHATEVER JOBRST SAYS
000262*               (RESTART=01 FORCES A RUN FROM THE TOP). WHEN NN
000264*               IS THE STEP JOBRST NAMES, A LIST STEP STILL
000266*               RESUMES AT ITS FAILED ENTRY.
000268*
000270* STEP CONDITION CODES:
000272*   0  EVERY STEP RAN WITHIN ITS THRESHOLD
000274*   4  A STEP BREACHED WITH ON-BREACH K - ITS DEPENDENTS WERE
000276*      SKIPPED, THE REST OF THE STREAM RAN
000278*   8  A STEP BREACHED AND THE STREAM WAS STOPPED
000280*   16 BAD STEP-CONTROL FILE OR BAD PARM - NOTHING WAS RUN
000282*
000284* MODIFICATION HISTORY
000286* DATE       INIT  DESCRIPTION
000288* ---------- ----  ---------------------------------------------
000290* 2026-10-15 DW    ORIGINAL NIGHTLY JOB-STREAM CONTROLLER.
000292* 2026-10-15 DW    FEEDPROF PROFILING GATE ADDED TO THE NORMAL
000294*                  STREAM ORDER.
000296* 2026-10-15 DW    FEEDSPLT ADDED TO THE NORMAL STREAM ORDER.
000298*                  SC-REPEAT-LIST RUNS A STEP ONCE PER LINE OF A
000300*                  LIST FILE (MAIN-METHOD ONCE PER SPLITLST
000302*                  CHUNK); JOBRST CARRIES THE FAILED LIST ENTRY
000304*                  SO A RESTART RESUMES THERE.
000306* 2026-10-15 DW    A FEEDPROF HOLD IS RELEASED BY RESTARTING AT
000308*                  FEEDSPLT, SO TONIGHT'S FEED IS SPLIT BEFORE IT
000310*                  IS DRAWN.
000312* 2026-10-15 DW    ONLY A BREACH THAT STOPS THE STREAM IS WRITTEN
000314*                  TO JOBRST AS THE RESTART STEP; A STREAM WITH
000316*                  ONLY ON-BREACH K BREACHES ENDS "C".
000318* Tectonics: cobc
000320******************************************************************
000322 IDENTIFICATION DIVISION.
000324 PROGRAM-ID. JOBCTL.
000326 ENVIRONMENT DIVISION.
000328 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000332     SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS SC-FILE-STATUS.
000338     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
000340         ORGANIZATION IS LINE SEQUENTIAL
000342         FILE STATUS IS JH-FILE-STATUS.
000344     SELECT RESTART-FILE ASSIGN TO "JOBRST"
000346         ORGANIZATION IS LINE SEQUENTIAL
000348         FILE STATUS IS RS-FILE-STATUS.
000350     SELECT JOB-REPORT-FILE ASSIGN TO "JOBRPT"
000352         ORGANIZATION IS LINE SEQUENTIAL
000354         FILE STATUS IS JR-FILE-STATUS.
000356     SELECT REPEAT-LIST-FILE ASSIGN TO REPEAT-DS-NAME
000358         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS RL-FILE-STATUS.
000362 DATA DIVISION.
000364 FILE SECTION.
000366 FD  STEP-CONTROL-FILE.
000368 01  STEP-CONTROL-RECORD.
000370     05  SC-STEP-NO      PIC 9(2).
000372     05  SC-STEP-NAME    PIC X(12).
000374     05  SC-COMMAND      PIC X(30).
000376     05  SC-MAX-CC       PIC 9(3).
000378     05  SC-ON-BREACH    PIC X(1).
000380     05  SC-PREREQ       PIC 9(2) OCCURS 3 TIMES.
000382     05  SC-PARM         PIC X(120).
000384     05  SC-REPEAT-LIST  PIC X(8).
000386* ONE HISTORY RECORD PER STEP PER SUBMISSION. THE STREAM DATE
000388* AND TIME IDENTIFY THE SUBMISSION; A STEP THAT NEVER STARTED
000390* CARRIES ZERO TIMES.
000392 FD  JOB-HISTORY-FILE.
000394 01  JOB-HISTORY-RECORD.
000396     05  JH-STREAM-DATE  PIC 9(8).
000398     05  FILLER          PIC X(1) VALUE SPACE.
000400     05  JH-STREAM-TIME  PIC 9(8).
000402     05  FILLER          PIC X(1) VALUE SPACE.
000404     05  JH-STEP-NO      PIC 9(2).
000406     05  FILLER          PIC X(1) VALUE SPACE.
000408     05  JH-STEP-NAME    PIC X(12).
000410     05  FILLER          PIC X(1) VALUE SPACE.
000412     05  JH-START-DATE   PIC 9(8).
000414     05  FILLER          PIC X(1) VALUE SPACE.
000416     05  JH-START-TIME   PIC 9(8).
000418     05  FILLER          PIC X(1) VALUE SPACE.
000420     05  JH-END-DATE     PIC 9(8).
000422     05  FILLER          PIC X(1) VALUE SPACE.
000424     05  JH-END-TIME     PIC 9(8).
000426     05  FILLER          PIC X(1) VALUE SPACE.
000428     05  JH-COND-CODE    PIC 9(3).
000430     05  FILLER          PIC X(1) VALUE SPACE.
000432     05  JH-MAX-CC       PIC 9(3).
000434     05  FILLER          PIC X(1) VALUE SPACE.
000436     05  JH-DISPOSITION  PIC X(10).
000438* THE RESTART RECORD IS REWRITTEN WHOLE AT THE END OF EVERY
000440* SUBMISSION: "C" WHEN THE STREAM FINISHED CLEAN, "F" WITH THE
000442* STEP TO RESTART FROM WHEN IT DID NOT, AND FOR A LIST STEP THE
000444* LIST ENTRY THAT FAILED (ZERO OR BLANK - RUN THE WHOLE STEP).
000446 FD  RESTART-FILE.
000448 01  RESTART-RECORD.
000450     05  RS-STATE        PIC X(1).
000452         88  RS-FAILED       VALUE "F".
000454     05  FILLER          PIC X(1).
000456     05  RS-RESTART-STEP PIC 9(2).
000458     05  FILLER          PIC X(1).
000460     05  RS-STREAM-DATE  PIC 9(8).
000462     05  FILLER          PIC X(1).
000464     05  RS-STREAM-TIME  PIC 9(8).
000466     05  FILLER          PIC X(1).
000468     05  RS-RESTART-ENTRY PIC 9(2).
000470 FD  JOB-REPORT-FILE.
000472 01  JOB-REPORT-RECORD   PIC X(80).
000474* ONE LINE PER ENTRY; SPLITLST WRITES FEED=, RUNID= AND RUNGROUP=.
000476 FD  REPEAT-LIST-FILE.
000478 01  REPEAT-LIST-RECORD  PIC X(80).
000480 WORKING-STORAGE SECTION.
000482  77 SC-FILE-STATUS PIC X(2) VALUE "00".
000484  77 JH-FILE-STATUS PIC X(2) VALUE "00".
000486  77 RS-FILE-STATUS PIC X(2) VALUE "00".
000488  77 JR-FILE-STATUS PIC X(2) VALUE "00".
000490  77 RL-FILE-STATUS PIC X(2) VALUE "00".
000492  77 RL-EOF-SW PIC X(1) VALUE "N".
000494      88 RL-AT-EOF VALUE "Y".
000496  77 REPEAT-DS-NAME PIC X(8) VALUE SPACES.
000498  77 REPEAT-LINE PIC X(80) VALUE SPACES.
000500  77 ENTRY-NO PIC 9(2) VALUE 0.
000502  77 ENTRY-CC PIC 9(3) VALUE 0.
000504  77 START-ENTRY PIC 9(2) VALUE 0.
000506  77 FAILED-ENTRY PIC 9(2) VALUE 0.
000508  77 FIRST-FAILED-ENTRY PIC 9(2) VALUE 0.
000510  77 SC-EOF-SW PIC X(1) VALUE "N".
000512      88 SC-AT-EOF VALUE "Y".
000514  77 CONTROL-ERROR-SW PIC X(1) VALUE "N".
000516      88 CONTROL-IN-ERROR VALUE "Y".
000518  77 STREAM-STOP-SW PIC X(1) VALUE "N".
000520      88 STREAM-STOPPED VALUE "Y".
000522  77 STREAM-DATE PIC 9(8) VALUE 0.
000524  77 STREAM-TIME PIC 9(8) VALUE 0.
000526  77 STEP-COUNT PIC 9(2) COMP VALUE 0.
000528  77 STEP-IDX PIC 9(2) COMP VALUE 0.
000530  77 PREREQ-IDX PIC 9(1) COMP VALUE 0.
000532  77 FIND-IDX PIC 9(2) COMP VALUE 0.
000534  77 FIND-HIT PIC 9(2) COMP VALUE 0.
000536  77 FIND-STEP-NO PIC 9(2) VALUE 0.
000538  77 START-STEP PIC 9(2) VALUE 1.
000540  77 RESTART-PARM-STEP PIC 9(2) VALUE 0.
000542  77 FIRST-FAILED-STEP PIC 9(2) VALUE 0.
000544  77 LAST-STEP-NO PIC 9(2) VALUE 0.
000546  77 STEPS-RUN PIC 9(2) VALUE 0.
000548  77 STEPS-OK PIC 9(2) VALUE 0.
000550  77 STEPS-BREACHED PIC 9(2) VALUE 0.
000552  77 STEPS-SKIPPED PIC 9(2) VALUE 0.
000554  77 STEPS-NOT-RUN PIC 9(2) VALUE 0.
000556  77 STEPS-BYPASSED PIC 9(2) VALUE 0.
000558  77 SHELL-RC PIC S9(9) COMP-5 VALUE 0.
000560  77 SHELL-SIGNAL PIC S9(9) COMP-5 VALUE 0.
000562  77 STEP-CC PIC 9(3) VALUE 0.
000564  77 STEP-COMMAND PIC X(240) VALUE SPACES.
000566  77 WORK-DISP PIC X(10) VALUE SPACES.
000568* ONE ENTRY PER STEP. ST-STATE: P = PENDING, O = RAN WITHIN ITS
000570* THRESHOLD, B = BREACHED, K = SKIPPED (A PREREQUISITE FAILED),
000572* N = NOT RUN (THE STREAM STOPPED FIRST), R = BYPASSED ON A
000574* RESTART, WHICH SATISFIES A DEPENDENT STEP THE SAME AS O.
000576* ST-ENTRY-COUNT IS THE NUMBER OF LIST ENTRIES A LIST STEP RAN.
000578  01 STEP-TABLE.
000580   05 ST-ENTRY OCCURS 20 TIMES.
000582    10 ST-STEP-NO PIC 9(2).
000584    10 ST-STEP-NAME PIC X(12).
000586    10 ST-COMMAND PIC X(30).
000588    10 ST-MAX-CC PIC 9(3).
000590    10 ST-ON-BREACH PIC X(1).
000592        88 ST-SKIP-DEPENDENTS VALUE "K".
000594    10 ST-PREREQ PIC 9(2) OCCURS 3 TIMES.
000596    10 ST-PARM PIC X(120).
000598    10 ST-REPEAT-LIST PIC X(8).
000600    10 ST-ENTRY-COUNT PIC 9(2).
000602    10 ST-STATE PIC X(1).
000604        88 ST-PENDING VALUE "P".
000606        88 ST-COMPLETE VALUE "O" "R".
000608        88 ST-BREACHED VALUE "B".
000610    10 ST-START-DATE PIC 9(8).
000612    10 ST-START-TIME PIC 9(8).
000614    10 ST-END-DATE PIC 9(8).
000616    10 ST-END-TIME PIC 9(8).
000618    10 ST-COND-CODE PIC 9(3).
000620  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000622  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000624  77 PARM-KEY PIC X(10) VALUE SPACES.
000626  77 PARM-VAL PIC X(20) VALUE SPACES.
000628  01 PARM-TABLE.
000630   05 PARM-ENTRY PIC X(30) OCCURS 5 TIMES.
000632 PROCEDURE DIVISION.
000634 0000-MAINLINE.
000636      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000638      PERFORM 2000-RUN-STEP THRU 2000-RUN-STEP-EXIT
000640          VARYING STEP-IDX FROM 1 BY 1
000642          UNTIL STEP-IDX > STEP-COUNT.
000644      PERFORM 7000-WRITE-HISTORY THRU 7000-WRITE-HISTORY-EXIT
000646          VARYING STEP-IDX FROM 1 BY 1
000648          UNTIL STEP-IDX > STEP-COUNT.
000650      PERFORM 7500-WRITE-RESTART THRU 7500-WRITE-RESTART-EXIT.
000652      PERFORM 8000-STREAM-REPORT THRU 8000-STREAM-REPORT-EXIT.
000654      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000656      GOBACK.
000658
000660******************************************************************
000662* 1000-INITIALIZE -- PICK UP ANY RESTART= OVERRIDE, LOAD AND
000664*   CHECK THE STEP-CONTROL FILE, AND WORK OUT WHERE THIS
000666*   SUBMISSION STARTS. A BAD CONTROL FILE RUNS NOTHING: A
000668*   STREAM WITH THE WRONG THRESHOLDS IS WORSE THAN NO STREAM.
000670******************************************************************
000672 1000-INITIALIZE.
000674      ACCEPT STREAM-DATE FROM DATE YYYYMMDD.
000676      ACCEPT STREAM-TIME FROM TIME.
000678      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000680      IF CONFIG-PARM NOT = SPACES
000682          UNSTRING CONFIG-PARM DELIMITED BY ","
000684              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000686                   PARM-ENTRY(4) PARM-ENTRY(5)
000688          PERFORM 1050-PARSE-PARM-FIELD
000690              THRU 1050-PARSE-PARM-FIELD-EXIT
000692              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
000694      END-IF.
000696      OPEN INPUT STEP-CONTROL-FILE.
000698      IF SC-FILE-STATUS NOT = "00"
000700          DISPLAY "1000-INITIALIZE: STEPCTL OPEN FAILED, "
000702                  "STATUS=" SC-FILE-STATUS
000704          MOVE 32 TO RETURN-CODE
000706          STOP RUN
000708      END-IF.
000710      PERFORM 1100-LOAD-ONE-STEP THRU 1100-LOAD-ONE-STEP-EXIT
000712          UNTIL SC-AT-EOF.
000714      CLOSE STEP-CONTROL-FILE.
000716      IF STEP-COUNT = 0
000718          DISPLAY "1000-INITIALIZE: NO STEPS ON STEPCTL"
000720          SET CONTROL-IN-ERROR TO TRUE
000722      END-IF.
000724      IF CONTROL-IN-ERROR
000726          MOVE 16 TO RETURN-CODE
000728          STOP RUN
000730      END-IF.
000732      PERFORM 1200-FIND-START-STEP THRU 1200-FIND-START-STEP-EXIT.
000734      OPEN EXTEND JOB-HISTORY-FILE.
000736      IF JH-FILE-STATUS = "35"
000738          OPEN OUTPUT JOB-HISTORY-FILE
000740      END-IF.
000742      IF JH-FILE-STATUS NOT = "00"
000744          DISPLAY "1000-INITIALIZE: JOBHIST OPEN FAILED, "
000746                  "STATUS=" JH-FILE-STATUS
000748          MOVE 36 TO RETURN-CODE
000750          STOP RUN
000752      END-IF.
000754 1000-INITIALIZE-EXIT.
000756      EXIT.
000758
000760 1050-PARSE-PARM-FIELD.
000762      IF PARM-ENTRY(PARM-IDX) = SPACES
000764          GO TO 1050-PARSE-PARM-FIELD-EXIT
000766      END-IF.
000768      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000770          INTO PARM-KEY PARM-VAL.
000772      EVALUATE PARM-KEY
000774          WHEN "RESTART"
000776              IF PARM-VAL (1:2) NOT NUMERIC OR
000778                 PARM-VAL (3:) NOT = SPACES
000780                  DISPLAY "1050-PARSE-PARM-FIELD: RESTART= "
000782                          "NOT A TWO-DIGIT STEP NUMBER"
000784                  MOVE 16 TO RETURN-CODE
000786                  STOP RUN
000788              END-IF
000790              MOVE PARM-VAL (1:2) TO RESTART-PARM-STEP
000792          WHEN OTHER
000794              DISPLAY "1050-PARSE-PARM-FIELD: UNKNOWN KEYWORD "
000796                      PARM-KEY
000798              MOVE 16 TO RETURN-CODE
000800              STOP RUN
000802      END-EVALUATE.
000804 1050-PARSE-PARM-FIELD-EXIT.
000806      EXIT.
000808
000810******************************************************************
000812* 1100-LOAD-ONE-STEP -- LOAD ONE STEP-CONTROL RECORD INTO THE
000814*   STEP TABLE. STEP NUMBERS MUST ASCEND, THE THRESHOLD MUST BE
000816*   NUMERIC, AND A PREREQUISITE MUST BE AN EARLIER STEP - A
000818*   STEP CANNOT DEPEND ON ONE THAT HAS NOT RUN YET.
000820******************************************************************
000822 1100-LOAD-ONE-STEP.
000824      READ STEP-CONTROL-FILE INTO STEP-CONTROL-RECORD
000826          AT END
000828              SET SC-AT-EOF TO TRUE
000830              GO TO 1100-LOAD-ONE-STEP-EXIT
000832      END-READ.
000834      IF STEP-CONTROL-RECORD = SPACES
000836          GO TO 1100-LOAD-ONE-STEP-EXIT
000838      END-IF.
000840      IF STEP-COUNT >= 20
000842          DISPLAY "1100-LOAD-ONE-STEP: MORE THAN 20 STEPS ON "
000844                  "STEPCTL"
000846          SET CONTROL-IN-ERROR TO TRUE
000848          SET SC-AT-EOF TO TRUE
000850          GO TO 1100-LOAD-ONE-STEP-EXIT
000852      END-IF.
000854      IF SC-STEP-NO NOT NUMERIC OR SC-STEP-NO NOT > LAST-STEP-NO
000856          DISPLAY "1100-LOAD-ONE-STEP: STEP NUMBER '" SC-STEP-NO
000858                  "' MISSING OR OUT OF ORDER"
000860          SET CONTROL-IN-ERROR TO TRUE
000862          GO TO 1100-LOAD-ONE-STEP-EXIT
000864      END-IF.
000866      IF SC-MAX-CC NOT NUMERIC
000868          DISPLAY "1100-LOAD-ONE-STEP: STEP " SC-STEP-NO
000870                  " MAX CONDITION CODE NOT NUMERIC"
000872          SET CONTROL-IN-ERROR TO TRUE
000874          GO TO 1100-LOAD-ONE-STEP-EXIT
000876      END-IF.
000878      IF SC-COMMAND = SPACES
000880          DISPLAY "1100-LOAD-ONE-STEP: STEP " SC-STEP-NO
000882                  " HAS NO COMMAND"
000884          SET CONTROL-IN-ERROR TO TRUE
000886          GO TO 1100-LOAD-ONE-STEP-EXIT
000888      END-IF.
000890      IF SC-ON-BREACH NOT = "S" AND SC-ON-BREACH NOT = "K" AND
000892         SC-ON-BREACH NOT = SPACE
000894          DISPLAY "1100-LOAD-ONE-STEP: STEP " SC-STEP-NO
000896                  " ON-BREACH MUST BE S OR K"
000898          SET CONTROL-IN-ERROR TO TRUE
000900          GO TO 1100-LOAD-ONE-STEP-EXIT
000902      END-IF.
000904      MOVE SC-STEP-NO TO LAST-STEP-NO.
000906      ADD 1 TO STEP-COUNT.
000908      MOVE SC-STEP-NO TO ST-STEP-NO (STEP-COUNT).
000910      MOVE SC-STEP-NAME TO ST-STEP-NAME (STEP-COUNT).
000912      MOVE SC-COMMAND TO ST-COMMAND (STEP-COUNT).
000914      MOVE SC-MAX-CC TO ST-MAX-CC (STEP-COUNT).
000916      MOVE SC-ON-BREACH TO ST-ON-BREACH (STEP-COUNT).
000918      MOVE SC-PARM TO ST-PARM (STEP-COUNT).
000920      MOVE SC-REPEAT-LIST TO ST-REPEAT-LIST (STEP-COUNT).
000922      MOVE 0 TO ST-ENTRY-COUNT (STEP-COUNT).
000924      MOVE "P" TO ST-STATE (STEP-COUNT).
000926      MOVE 0 TO ST-START-DATE (STEP-COUNT).
000928      MOVE 0 TO ST-START-TIME (STEP-COUNT).
000930      MOVE 0 TO ST-END-DATE (STEP-COUNT).
000932      MOVE 0 TO ST-END-TIME (STEP-COUNT).
000934      MOVE 0 TO ST-COND-CODE (STEP-COUNT).
000936      PERFORM 1110-LOAD-ONE-PREREQ THRU 1110-LOAD-ONE-PREREQ-EXIT
000938          VARYING PREREQ-IDX FROM 1 BY 1 UNTIL PREREQ-IDX > 3.
000940 1100-LOAD-ONE-STEP-EXIT.
000942      EXIT.
000944
000946 1110-LOAD-ONE-PREREQ.
000948      MOVE 0 TO ST-PREREQ (STEP-COUNT PREREQ-IDX).
000950      IF SC-PREREQ (PREREQ-IDX) = SPACES
000952          GO TO 1110-LOAD-ONE-PREREQ-EXIT
000954      END-IF.
000956      IF SC-PREREQ (PREREQ-IDX) NOT NUMERIC
000958          DISPLAY "1110-LOAD-ONE-PREREQ: STEP " SC-STEP-NO
000960                  " PREREQUISITE NOT NUMERIC"
000962          SET CONTROL-IN-ERROR TO TRUE
000964          GO TO 1110-LOAD-ONE-PREREQ-EXIT
000966      END-IF.
000968      IF SC-PREREQ (PREREQ-IDX) = 0
000970          GO TO 1110-LOAD-ONE-PREREQ-EXIT
000972      END-IF.
000974      MOVE SC-PREREQ (PREREQ-IDX) TO FIND-STEP-NO.
000976      PERFORM 1300-FIND-STEP THRU 1300-FIND-STEP-EXIT.
000978      IF FIND-HIT = 0 OR FIND-HIT = STEP-COUNT
000980          DISPLAY "1110-LOAD-ONE-PREREQ: STEP " SC-STEP-NO
000982                  " DEPENDS ON " FIND-STEP-NO
000984                  ", NOT AN EARLIER STEP"
000986          SET CONTROL-IN-ERROR TO TRUE
000988          GO TO 1110-LOAD-ONE-PREREQ-EXIT
000990      END-IF.
000992      MOVE SC-PREREQ (PREREQ-IDX)
000994          TO ST-PREREQ (STEP-COUNT PREREQ-IDX).
000996 1110-LOAD-ONE-PREREQ-EXIT.
000998      EXIT.
001000
001002******************************************************************
001004* 1200-FIND-START-STEP -- A RESTART= PARM WINS; OTHERWISE A
001006*   RESTART RECORD LEFT BY A FAILED SUBMISSION NAMES THE STEP
001008*   TO START FROM; OTHERWISE THE STREAM RUNS FROM THE TOP.
001010*   EVERY STEP AHEAD OF THE START STEP IS MARKED BYPASSED.
001012******************************************************************
001014 1200-FIND-START-STEP.
001016      MOVE ST-STEP-NO (1) TO START-STEP.
001018      OPEN INPUT RESTART-FILE.
001020      IF RS-FILE-STATUS = "00"
001022          READ RESTART-FILE
001024              AT END
001026                  MOVE SPACES TO RESTART-RECORD
001028          END-READ
001030          CLOSE RESTART-FILE
001032          IF RS-FAILED AND RS-RESTART-STEP NUMERIC
001034              MOVE RS-RESTART-STEP TO START-STEP
001036              IF RS-RESTART-ENTRY NUMERIC
001038                  MOVE RS-RESTART-ENTRY TO START-ENTRY
001040              END-IF
001042              DISPLAY "1200-FIND-START-STEP: SUBMISSION OF "
001044                      RS-STREAM-DATE " " RS-STREAM-TIME
001046                      " FAILED, RESTARTING AT STEP " START-STEP
001048                      " ENTRY " START-ENTRY
001050          END-IF
001052      END-IF.
001054      IF RESTART-PARM-STEP > 0
001056          IF RESTART-PARM-STEP NOT = START-STEP
001058              MOVE 0 TO START-ENTRY
001060          END-IF
001062          MOVE RESTART-PARM-STEP TO START-STEP
001064          DISPLAY "1200-FIND-START-STEP: RESTART= PARM, "
001066                  "STARTING AT STEP " START-STEP
001068      END-IF.
001070      MOVE START-STEP TO FIND-STEP-NO.
001072      PERFORM 1300-FIND-STEP THRU 1300-FIND-STEP-EXIT.
001074      IF FIND-HIT = 0
001076          DISPLAY "1200-FIND-START-STEP: RESTART STEP "
001078                  START-STEP " IS NOT ON STEPCTL"
001080          MOVE 16 TO RETURN-CODE
001082          STOP RUN
001084      END-IF.
001086      PERFORM 1210-BYPASS-ONE-STEP THRU 1210-BYPASS-ONE-STEP-EXIT
001088          VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX >= FIND-HIT.
001090 1200-FIND-START-STEP-EXIT.
001092      EXIT.
001094
001096 1210-BYPASS-ONE-STEP.
001098      MOVE "R" TO ST-STATE (STEP-IDX).
001100      ADD 1 TO STEPS-BYPASSED.
001102 1210-BYPASS-ONE-STEP-EXIT.
001104      EXIT.
001106
001108* LOOK UP FIND-STEP-NO IN THE STEP TABLE: FIND-HIT IS ITS
001110* SUBSCRIPT, OR ZERO WHEN THERE IS NO SUCH STEP.
001112 1300-FIND-STEP.
001114      MOVE 0 TO FIND-HIT.
001116      PERFORM 1310-CHECK-ONE-STEP THRU 1310-CHECK-ONE-STEP-EXIT
001118          VARYING FIND-IDX FROM 1 BY 1
001120          UNTIL FIND-IDX > STEP-COUNT OR FIND-HIT > 0.
001122 1300-FIND-STEP-EXIT.
001124      EXIT.
001126
001128 1310-CHECK-ONE-STEP.
001130      IF ST-STEP-NO (FIND-IDX) = FIND-STEP-NO
001132          MOVE FIND-IDX TO FIND-HIT
001134      END-IF.
001136 1310-CHECK-ONE-STEP-EXIT.
001138      EXIT.
001140
001142******************************************************************
001144* 2000-RUN-STEP -- DECIDE WHETHER THE STEP RUNS, RUN IT, AND
001146*   JUDGE ITS CONDITION CODE. ONCE THE STREAM IS STOPPED EVERY
001148*   REMAINING STEP IS MARKED NOT RUN; A STEP WHOSE PREREQUISITE
001150*   BREACHED OR WAS SKIPPED IS SKIPPED IN ITS TURN.
001152******************************************************************
001154 2000-RUN-STEP.
001156      IF NOT ST-PENDING (STEP-IDX)
001158          GO TO 2000-RUN-STEP-EXIT
001160      END-IF.
001162      IF STREAM-STOPPED
001164          MOVE "N" TO ST-STATE (STEP-IDX)
001166          ADD 1 TO STEPS-NOT-RUN
001168          GO TO 2000-RUN-STEP-EXIT
001170      END-IF.
001172      PERFORM 2100-CHECK-ONE-PREREQ
001174          THRU 2100-CHECK-ONE-PREREQ-EXIT
001176          VARYING PREREQ-IDX FROM 1 BY 1
001178          UNTIL PREREQ-IDX > 3 OR NOT ST-PENDING (STEP-IDX).
001180      IF NOT ST-PENDING (STEP-IDX)
001182          DISPLAY "2000-RUN-STEP: STEP " ST-STEP-NO (STEP-IDX)
001184                  " " ST-STEP-NAME (STEP-IDX)
001186                  " SKIPPED, A PREREQUISITE DID NOT COMPLETE"
001188          ADD 1 TO STEPS-SKIPPED
001190          GO TO 2000-RUN-STEP-EXIT
001192      END-IF.
001194      PERFORM 2200-EXECUTE-STEP THRU 2200-EXECUTE-STEP-EXIT.
001196      ADD 1 TO STEPS-RUN.
001198      IF ST-COND-CODE (STEP-IDX) NOT > ST-MAX-CC (STEP-IDX) AND
001200         SHELL-SIGNAL = 0
001202          MOVE "O" TO ST-STATE (STEP-IDX)
001204          ADD 1 TO STEPS-OK
001206          GO TO 2000-RUN-STEP-EXIT
001208      END-IF.
001210      MOVE "B" TO ST-STATE (STEP-IDX).
001212      ADD 1 TO STEPS-BREACHED.
001214      DISPLAY "2000-RUN-STEP: STEP " ST-STEP-NO (STEP-IDX) " "
001216              ST-STEP-NAME (STEP-IDX) " ENDED CC "
001218              ST-COND-CODE (STEP-IDX) ", LIMIT "
001220              ST-MAX-CC (STEP-IDX).
001222*     ONLY A BREACH THAT STOPS THE STREAM IS A RESTART POINT. A
001224*     K STEP HOLDS NOTHING BUT ITS DEPENDENTS, SO THE NEXT NIGHT
001226*     MUST STILL RUN FROM THE TOP.
001228      IF NOT ST-SKIP-DEPENDENTS (STEP-IDX)
001230          SET STREAM-STOPPED TO TRUE
001232          MOVE ST-STEP-NO (STEP-IDX) TO FIRST-FAILED-STEP
001234          MOVE FAILED-ENTRY TO FIRST-FAILED-ENTRY
001236      END-IF.
001238 2000-RUN-STEP-EXIT.
001240      EXIT.
001242
001244 2100-CHECK-ONE-PREREQ.
001246      IF ST-PREREQ (STEP-IDX PREREQ-IDX) = 0
001248          GO TO 2100-CHECK-ONE-PREREQ-EXIT
001250      END-IF.
001252      MOVE ST-PREREQ (STEP-IDX PREREQ-IDX) TO FIND-STEP-NO.
001254      PERFORM 1300-FIND-STEP THRU 1300-FIND-STEP-EXIT.
001256      IF NOT ST-COMPLETE (FIND-HIT)
001258          MOVE "K" TO ST-STATE (STEP-IDX)
001260      END-IF.
001262 2100-CHECK-ONE-PREREQ-EXIT.
001264      EXIT.
001266
001268******************************************************************
001270* 2200-EXECUTE-STEP -- RUN THE STEP ONCE, OR ONCE PER ENTRY OF
001272*   ITS LIST FILE, STAMPING THE START AND END. A LIST STEP
001274*   TAKES THE HIGHEST CONDITION CODE OF ITS ENTRIES AND STOPS
001276*   AT THE FIRST ENTRY OVER THE THRESHOLD, LEAVING ITS NUMBER
001278*   IN FAILED-ENTRY FOR THE RESTART RECORD. A LIST THAT CANNOT
001280*   BE READ FOR ANY REASON BUT ITS ABSENCE IS AN ABEND.
001282******************************************************************
001284 2200-EXECUTE-STEP.
001286      DISPLAY "2200-EXECUTE-STEP: STEP " ST-STEP-NO (STEP-IDX)
001288              " " ST-STEP-NAME (STEP-IDX) " STARTING".
001290      ACCEPT ST-START-DATE (STEP-IDX) FROM DATE YYYYMMDD.
001292      ACCEPT ST-START-TIME (STEP-IDX) FROM TIME.
001294      MOVE 0 TO ST-COND-CODE (STEP-IDX).
001296      MOVE 0 TO SHELL-SIGNAL.
001298      MOVE 0 TO FAILED-ENTRY.
001300      MOVE SPACES TO REPEAT-LINE.
001302      IF ST-REPEAT-LIST (STEP-IDX) = SPACES
001304          GO TO 2200-EXECUTE-STEP-ONCE
001306      END-IF.
001308      MOVE ST-REPEAT-LIST (STEP-IDX) TO REPEAT-DS-NAME.
001310      OPEN INPUT REPEAT-LIST-FILE.
001312      IF RL-FILE-STATUS = "35"
001314          DISPLAY "2200-EXECUTE-STEP: NO " REPEAT-DS-NAME
001316                  ", STEP RUNS ONCE"
001318          GO TO 2200-EXECUTE-STEP-ONCE
001320      END-IF.
001322      IF RL-FILE-STATUS NOT = "00"
001324          DISPLAY "2200-EXECUTE-STEP: " REPEAT-DS-NAME
001326                  " OPEN FAILED, STATUS=" RL-FILE-STATUS
001328          MOVE 999 TO ST-COND-CODE (STEP-IDX)
001330          MOVE 1 TO SHELL-SIGNAL
001332          GO TO 2200-EXECUTE-STEP-DONE
001334      END-IF.
001336      MOVE "N" TO RL-EOF-SW.
001338      MOVE 0 TO ENTRY-NO.
001340      PERFORM 2210-RUN-ONE-ENTRY THRU 2210-RUN-ONE-ENTRY-EXIT
001342          UNTIL RL-AT-EOF.
001344      CLOSE REPEAT-LIST-FILE.
001346      IF ENTRY-NO > 0
001348          GO TO 2200-EXECUTE-STEP-DONE
001350      END-IF.
001352      DISPLAY "2200-EXECUTE-STEP: " REPEAT-DS-NAME
001354              " EMPTY, STEP RUNS ONCE".
001356 2200-EXECUTE-STEP-ONCE.
001358      PERFORM 2300-RUN-COMMAND THRU 2300-RUN-COMMAND-EXIT.
001360      MOVE ENTRY-CC TO ST-COND-CODE (STEP-IDX).
001362 2200-EXECUTE-STEP-DONE.
001364      ACCEPT ST-END-DATE (STEP-IDX) FROM DATE YYYYMMDD.
001366      ACCEPT ST-END-TIME (STEP-IDX) FROM TIME.
001368 2200-EXECUTE-STEP-EXIT.
001370      EXIT.
001372
001374* ONE LIST ENTRY. ON A RESTART AT THIS STEP THE ENTRIES AHEAD OF
001376* THE ONE THAT FAILED LAST TIME ALREADY RAN AND ARE PASSED OVER.
001378 2210-RUN-ONE-ENTRY.
001380      READ REPEAT-LIST-FILE
001382          AT END
001384              SET RL-AT-EOF TO TRUE
001386              GO TO 2210-RUN-ONE-ENTRY-EXIT
001388      END-READ.
001390      IF REPEAT-LIST-RECORD = SPACES
001392          GO TO 2210-RUN-ONE-ENTRY-EXIT
001394      END-IF.
001396      ADD 1 TO ENTRY-NO.
001398      IF ST-STEP-NO (STEP-IDX) = START-STEP AND
001400         ENTRY-NO < START-ENTRY
001402          DISPLAY "2210-RUN-ONE-ENTRY: ENTRY " ENTRY-NO
001404                  " BYPASSED ON RESTART"
001406          GO TO 2210-RUN-ONE-ENTRY-EXIT
001408      END-IF.
001410      MOVE REPEAT-LIST-RECORD TO REPEAT-LINE.
001412      DISPLAY "2210-RUN-ONE-ENTRY: ENTRY " ENTRY-NO " "
001414              REPEAT-LINE.
001416      PERFORM 2300-RUN-COMMAND THRU 2300-RUN-COMMAND-EXIT.
001418      ADD 1 TO ST-ENTRY-COUNT (STEP-IDX).
001420      IF ENTRY-CC > ST-COND-CODE (STEP-IDX)
001422          MOVE ENTRY-CC TO ST-COND-CODE (STEP-IDX)
001424      END-IF.
001426      IF ENTRY-CC > ST-MAX-CC (STEP-IDX) OR SHELL-SIGNAL NOT = 0
001428          MOVE ENTRY-NO TO FAILED-ENTRY
001430          DISPLAY "2210-RUN-ONE-ENTRY: ENTRY " ENTRY-NO
001432                  " ENDED CC " ENTRY-CC ", REST OF LIST NOT RUN"
001434          SET RL-AT-EOF TO TRUE
001436      END-IF.
001438 2210-RUN-ONE-ENTRY-EXIT.
001440      EXIT.
001442
001444******************************************************************
001446* 2300-RUN-COMMAND -- BUILD "<COMMAND> <PARM>", WITH THE LIST
001448*   ENTRY IN REPEAT-LINE ADDED AS FURTHER PARM FIELDS, AND HAND
001450*   IT TO THE SHELL. THE SHELL RETURNS THE WAIT STATUS: THE EXIT
001452*   CODE TIMES 256, PLUS THE SIGNAL NUMBER WHEN THE STEP WAS
001454*   KILLED. A CODE TOO LARGE FOR THE HISTORY RECORD IS CARRIED
001456*   AS 999.
001458******************************************************************
001460 2300-RUN-COMMAND.
001462      MOVE SPACES TO STEP-COMMAND.
001464      EVALUATE TRUE
001466          WHEN REPEAT-LINE = SPACES
001468              STRING ST-COMMAND (STEP-IDX) DELIMITED BY SPACE
001470                     " " DELIMITED BY SIZE
001472                     ST-PARM (STEP-IDX) DELIMITED BY "  "
001474                     X"00" DELIMITED BY SIZE
001476                  INTO STEP-COMMAND
001478          WHEN ST-PARM (STEP-IDX) = SPACES
001480              STRING ST-COMMAND (STEP-IDX) DELIMITED BY SPACE
001482                     " " DELIMITED BY SIZE
001484                     REPEAT-LINE DELIMITED BY "  "
001486                     X"00" DELIMITED BY SIZE
001488                  INTO STEP-COMMAND
001490          WHEN OTHER
001492              STRING ST-COMMAND (STEP-IDX) DELIMITED BY SPACE
001494                     " " DELIMITED BY SIZE
001496                     ST-PARM (STEP-IDX) DELIMITED BY "  "
001498                     "," DELIMITED BY SIZE
001500                     REPEAT-LINE DELIMITED BY "  "
001502                     X"00" DELIMITED BY SIZE
001504                  INTO STEP-COMMAND
001506      END-EVALUATE.
001508      CALL "SYSTEM" USING BY REFERENCE STEP-COMMAND
001510          RETURNING SHELL-RC.
001512      MOVE 0 TO SHELL-SIGNAL.
001514      IF SHELL-RC < 0
001516          MOVE 999 TO ENTRY-CC
001518          MOVE 1 TO SHELL-SIGNAL
001520          GO TO 2300-RUN-COMMAND-EXIT
001522      END-IF.
001524      DIVIDE SHELL-RC BY 256 GIVING SHELL-RC
001526          REMAINDER SHELL-SIGNAL.
001528      MOVE SHELL-RC TO ENTRY-CC.
001530      IF SHELL-SIGNAL NOT = 0 OR SHELL-RC > 999
001532          MOVE 999 TO ENTRY-CC
001534      END-IF.
001536 2300-RUN-COMMAND-EXIT.
001538      EXIT.
001540
001542******************************************************************
001544* 7000-WRITE-HISTORY -- ONE JOB-STEP HISTORY RECORD PER STEP:
001546*   START, END, CONDITION CODE, THRESHOLD AND DISPOSITION. A
001548*   HISTORY WRITE FAILURE IS REPORTED BUT DOES NOT CHANGE THE
001550*   STREAM'S VERDICT - THE STEPS HAVE ALREADY RUN.
001552******************************************************************
001554 7000-WRITE-HISTORY.
001556      PERFORM 7100-SET-DISPOSITION THRU 7100-SET-DISPOSITION-EXIT.
001558      MOVE SPACES TO JOB-HISTORY-RECORD.
001560      MOVE STREAM-DATE TO JH-STREAM-DATE.
001562      MOVE STREAM-TIME TO JH-STREAM-TIME.
001564      MOVE ST-STEP-NO (STEP-IDX) TO JH-STEP-NO.
001566      MOVE ST-STEP-NAME (STEP-IDX) TO JH-STEP-NAME.
001568      MOVE ST-START-DATE (STEP-IDX) TO JH-START-DATE.
001570      MOVE ST-START-TIME (STEP-IDX) TO JH-START-TIME.
001572      MOVE ST-END-DATE (STEP-IDX) TO JH-END-DATE.
001574      MOVE ST-END-TIME (STEP-IDX) TO JH-END-TIME.
001576      MOVE ST-COND-CODE (STEP-IDX) TO JH-COND-CODE.
001578      MOVE ST-MAX-CC (STEP-IDX) TO JH-MAX-CC.
001580      MOVE WORK-DISP TO JH-DISPOSITION.
001582      WRITE JOB-HISTORY-RECORD.
001584      IF JH-FILE-STATUS NOT = "00"
001586          DISPLAY "7000-WRITE-HISTORY: WRITE FAILED, STATUS="
001588                  JH-FILE-STATUS
001590      END-IF.
001592 7000-WRITE-HISTORY-EXIT.
001594      EXIT.
001596
001598 7100-SET-DISPOSITION.
001600      EVALUATE ST-STATE (STEP-IDX)
001602          WHEN "O"
001604              MOVE "COMPLETED" TO WORK-DISP
001606          WHEN "B"
001608              IF ST-COND-CODE (STEP-IDX) = 999
001610                  MOVE "ABENDED" TO WORK-DISP
001612              ELSE
001614                  MOVE "BREACHED" TO WORK-DISP
001616              END-IF
001618          WHEN "K"
001620              MOVE "SKIPPED" TO WORK-DISP
001622          WHEN "N"
001624              MOVE "NOT RUN" TO WORK-DISP
001626          WHEN "R"
001628              MOVE "BYPASSED" TO WORK-DISP
001630          WHEN OTHER
001632              MOVE "UNKNOWN" TO WORK-DISP
001634      END-EVALUATE.
001636 7100-SET-DISPOSITION-EXIT.
001638      EXIT.
001640
001642******************************************************************
001644* 7500-WRITE-RESTART -- LEAVE THE RESTART RECORD FOR THE NEXT
001646*   SUBMISSION: THE STEP WHOSE BREACH STOPPED THE STREAM WHEN
001648*   THERE WAS ONE, OTHERWISE "C" SO THE NEXT NIGHT STARTS FROM
001650*   THE TOP - ALSO WHEN THE ONLY BREACHES WERE ON-BREACH K.
001652*   STEPS SKIPPED BEHIND A BREACH ARE RERUN FROM THE RESTART
001654*   STEP ONWARD WITH EVERYTHING AFTER IT.
001656******************************************************************
001658 7500-WRITE-RESTART.
001660      OPEN OUTPUT RESTART-FILE.
001662      IF RS-FILE-STATUS NOT = "00"
001664          DISPLAY "7500-WRITE-RESTART: JOBRST OPEN FAILED, "
001666                  "STATUS=" RS-FILE-STATUS
001668          MOVE 36 TO RETURN-CODE
001670          GO TO 7500-WRITE-RESTART-EXIT
001672      END-IF.
001674      MOVE SPACES TO RESTART-RECORD.
001676      IF FIRST-FAILED-STEP > 0
001678          MOVE "F" TO RS-STATE
001680          MOVE FIRST-FAILED-STEP TO RS-RESTART-STEP
001682          MOVE FIRST-FAILED-ENTRY TO RS-RESTART-ENTRY
001684      ELSE
001686          MOVE "C" TO RS-STATE
001688          MOVE 0 TO RS-RESTART-STEP
001690          MOVE 0 TO RS-RESTART-ENTRY
001692      END-IF.
001694      MOVE STREAM-DATE TO RS-STREAM-DATE.
001696      MOVE STREAM-TIME TO RS-STREAM-TIME.
001698      WRITE RESTART-RECORD.
001700      IF RS-FILE-STATUS NOT = "00"
001702          DISPLAY "7500-WRITE-RESTART: WRITE FAILED, STATUS="
001704                  RS-FILE-STATUS
001706          MOVE 36 TO RETURN-CODE
001708      END-IF.
001710      CLOSE RESTART-FILE.
001712 7500-WRITE-RESTART-EXIT.
001714      EXIT.
001716
001718******************************************************************
001720* 8000-STREAM-REPORT -- ONE LINE PER STEP WITH ITS CONDITION
001722*   CODE AGAINST ITS THRESHOLD AND WHAT BECAME OF IT, THEN THE
001724*   STREAM TOTALS AND WHERE THE NEXT SUBMISSION WILL START.
001726******************************************************************
001728 8000-STREAM-REPORT.
001730      OPEN OUTPUT JOB-REPORT-FILE.
001732      IF JR-FILE-STATUS NOT = "00"
001734          DISPLAY "8000-STREAM-REPORT: OPEN FAILED, STATUS="
001736                  JR-FILE-STATUS
001738          GO TO 8000-STREAM-REPORT-EXIT
001740      END-IF.
001742
001744      MOVE SPACES TO JOB-REPORT-RECORD.
001746      STRING "JOBCTL NIGHTLY STREAM - " STREAM-DATE " "
001748          STREAM-TIME
001750          DELIMITED BY SIZE INTO JOB-REPORT-RECORD.
001752      WRITE JOB-REPORT-RECORD.
001754      MOVE SPACES TO JOB-REPORT-RECORD.
001756      WRITE JOB-REPORT-RECORD.
001758      MOVE SPACES TO JOB-REPORT-RECORD.
001760      STRING "NO STEP NAME     START    END       CC MAX "
001762             "DISPOSITION"
001764          DELIMITED BY SIZE INTO JOB-REPORT-RECORD.
001766      WRITE JOB-REPORT-RECORD.
001768
001770      PERFORM 8100-REPORT-ONE-STEP THRU 8100-REPORT-ONE-STEP-EXIT
001772          VARYING STEP-IDX FROM 1 BY 1
001774          UNTIL STEP-IDX > STEP-COUNT.
001776
001778      MOVE SPACES TO JOB-REPORT-RECORD.
001780      WRITE JOB-REPORT-RECORD.
001782
001784      MOVE SPACES TO JOB-REPORT-RECORD.
001786      STRING "STEPS RUN............... " STEPS-RUN
001788          DELIMITED BY SIZE INTO JOB-REPORT-RECORD.
001790      WRITE JOB-REPORT-RECORD.
001792
001794      MOVE SPACES TO JOB-REPORT-RECORD.
001796      STRING "STEPS WITHIN THRESHOLD.. " STEPS-OK
001798          DELIMITED BY SIZE INTO JOB-REPORT-RECORD.
001800      WRITE JOB-REPORT-RECORD.
001802
001804      MOVE SPACES TO JOB-REPORT-RECORD.
001806      STRING "STEPS BREACHED.......... " STEPS-BREACHED
001808          DELIMITED BY SIZE INTO JOB-REPORT-RECORD.
001810      WRITE JOB-REPORT-RECORD.
001812
001814      MOVE SPACES TO JOB-REPORT-RECORD.
001816      STRING "STEPS SKIPPED........... " STEPS-SKIPPED
001818          DELIMITED BY SIZE INTO JOB-REPORT-RECORD.
001820      WRITE JOB-REPORT-RECORD.
001822
001824      MOVE SPACES TO JOB-REPORT-RECORD.
001826      STRING "STEPS NOT RUN........... " STEPS-NOT-RUN
001828          DELIMITED BY SIZE INTO JOB-REPORT-RECORD.
001830      WRITE JOB-REPORT-RECORD.
001832
001834      MOVE SPACES TO JOB-REPORT-RECORD.
001836      STRING "STEPS BYPASSED/RESTART.. " STEPS-BYPASSED
001838          DELIMITED BY SIZE INTO JOB-REPORT-RECORD.
001840      WRITE JOB-REPORT-RECORD.
001842
001844      MOVE SPACES TO JOB-REPORT-RECORD.
001846      IF FIRST-FAILED-STEP > 0
001848          STRING "NEXT SUBMISSION......... RESTARTS AT STEP "
001850              FIRST-FAILED-STEP
001852              DELIMITED BY SIZE INTO JOB-REPORT-RECORD
001854          IF FIRST-FAILED-ENTRY > 0
001856              MOVE ", ENTRY " TO JOB-REPORT-RECORD (45:8)
001858              MOVE FIRST-FAILED-ENTRY TO JOB-REPORT-RECORD (53:2)
001860          END-IF
001862      ELSE
001864          STRING "NEXT SUBMISSION......... STARTS FROM THE TOP"
001866              DELIMITED BY SIZE INTO JOB-REPORT-RECORD
001868      END-IF.
001870      WRITE JOB-REPORT-RECORD.
001872
001874      CLOSE JOB-REPORT-FILE.
001876 8000-STREAM-REPORT-EXIT.
001878      EXIT.
001880
001882 8100-REPORT-ONE-STEP.
001884      PERFORM 7100-SET-DISPOSITION THRU 7100-SET-DISPOSITION-EXIT.
001886      MOVE SPACES TO JOB-REPORT-RECORD.
001888      STRING ST-STEP-NO (STEP-IDX) " " ST-STEP-NAME (STEP-IDX) " "
001890             ST-START-TIME (STEP-IDX) " " ST-END-TIME (STEP-IDX)
001892             " " ST-COND-CODE (STEP-IDX) " " ST-MAX-CC (STEP-IDX)
001894             " " WORK-DISP
001896          DELIMITED BY SIZE INTO JOB-REPORT-RECORD.
001898      IF ST-REPEAT-LIST (STEP-IDX) NOT = SPACES AND
001900         ST-ENTRY-COUNT (STEP-IDX) > 0
001902          STRING ST-ENTRY-COUNT (STEP-IDX) " ENTRIES OF "
001904                 ST-REPEAT-LIST (STEP-IDX)
001906              DELIMITED BY SIZE INTO JOB-REPORT-RECORD (54:)
001908      END-IF.
001910      WRITE JOB-REPORT-RECORD.
001912 8100-REPORT-ONE-STEP-EXIT.
001914      EXIT.
001916
001918******************************************************************
001920* 9000-TERMINATE -- CLOSE THE HISTORY AND SET THE STREAM
001922*   CONDITION CODE: 0 WHEN EVERY STEP RAN WITHIN ITS
001924*   THRESHOLD, 4 WHEN A BREACH ONLY SKIPPED ITS DEPENDENTS, 8
001926*   WHEN A BREACH STOPPED THE STREAM.
001928******************************************************************
001930 9000-TERMINATE.
001932      CLOSE JOB-HISTORY-FILE.
001934      IF RETURN-CODE > 8
001936          GO TO 9000-TERMINATE-EXIT
001938      END-IF.
001940      IF STEPS-BREACHED > 0
001942          MOVE 4 TO RETURN-CODE
001944      END-IF.
001946      IF STREAM-STOPPED
001948          MOVE 8 TO RETURN-CODE
001950      END-IF.
001952 9000-TERMINATE-EXIT.
001954      EXIT.
001956
001958 END PROGRAM JOBCTL.
