000100******************************************************************
000102* AUTHOR:     D. WHITLOCK, APPLICATIONS PROGRAMMING
000104* INSTALLATION: GRAPHICS SYSTEMS GROUP
000106* DATE-WRITTEN: 2026-10-15
000108* DATE-COMPILED:
000110* PURPOSE:    PRE-RENDER PROFILING GATE, RUN IN THE JOB STREAM
000112*             BETWEEN SHAPEEDIT AND MAIN-METHOD. SHAPEEDIT ONLY
000114*             PROVES EACH RECORD IS WELL FORMED; A FEED CAN PASS
000116*             EVERY EDIT AND STILL BE BADLY WRONG - A TENTH OF
000118*             THE USUAL VOLUME, EVERYTHING IN ONE CORNER, ALL
000120*             ONE COLOR - AND UNTIL NOW RUNTREND OR FRAMECMP
000122*             TOLD US SO AFTER THE WINDOW WAS SPENT. THIS STEP
000124*             BUILDS THE SUPPLIER'S NORMAL PROFILE FROM ITS LAST
000126*             RUNS ON ACCTFILE (VOLUME AND THE LINE/RECT/POINT
000128*             MIX) AND RUNHIST (BOUNDING BOX AND COLOR-BUCKET
000130*             MIX, BUCKETED AS RUNTREND DOES), PROFILES TONIGHT'S
000132*             SHAPECLN THE SAME WAY, AND SCORES EACH MEASURE
000134*             AGAINST ITS TOLERANCE ON THE PROFCTL CONTROL FILE.
000136*             EVERY MEASURE GOES ON THE PROFRPT VARIANCE REPORT;
000138*             ANY BREACH ENDS THE STEP WITH THE HOLD CODE, SO
000140*             WITH THE STEP'S MAXIMUM CODE SET TO 4 ON STEPCTL
000142*             JOBCTL STOPS BEFORE MAIN-METHOD AND THE FEED WAITS
000144*             FOR A SUPPLIER QUERY INSTEAD OF BEING RENDERED AND
000146*             ARCHIVED.
000148*
000150*             TONIGHT'S FEED IS PROFILED AS MAIN-METHOD WILL DRAW
000152*             IT, SO IT COMPARES WITH WHAT THE HISTORY RECORDS:
000154*             EVERY "INCL" IS EXPANDED FROM THE SHAPE MASTER
000156*             (MOVED BY ITS OFFSET, X2/Y2 ONLY FOR A LINE), A
000158*             RECT'S SECOND CORNER IS X1+X2/Y1+Y2 AND A POINT'S
000160*             IS ITS ONLY ONE (2160-DERIVE-LOG-COORDS), AND A
000162*             SYMBOLIC COLOR CODE RESOLVES THROUGH THE PALETTE
000164*             MASTER AS OF THE HDR FEED DATE.
000166*
000168*             THE SUPPLIER IS THE HDR SUPPLIER ID - THE ONE
000170*             MAIN-METHOD BILLS THE RUN TO ON ACCTFILE. A FEED
000172*             WITH NO HEADER IS PROFILED AGAINST "*NOHDR*".
000174*
000176* PROFCTL LAYOUT, ONE RECORD PER SUPPLIER AND MEASURE ("* " IN
000178* COLUMNS 1-2 IS A COMMENT):
000180*   PC-SUPPLIER-ID X(8)   SUPPLIER, OR SPACES FOR THE DEFAULT
000182*                         EVERY SUPPLIER WITHOUT ITS OWN GETS
000184*   FILLER         X(1)
000186*   PC-MEASURE     X(8)   VOLUME   MOST THE SHAPE COUNT MAY MOVE
000188*                                  OFF THE PROFILE, PERCENT
000190*                         BBOX     MOST ANY BOUNDING-BOX EDGE MAY
000192*                                  MOVE, PERCENT OF THE PROFILE
000194*                                  BOX'S WIDTH OR HEIGHT
000196*                         COLOR    MOST ANY COLOR-BUCKET SHARE MAY
000198*                                  MOVE, PERCENTAGE POINTS
000200*                         TYPEMIX  MOST THE LINE, RECT OR POINT
000202*                                  SHARE MAY MOVE, PERCENTAGE
000204*                                  POINTS
000206*                         RUNS     HOW MANY OF THE SUPPLIER'S MOST
000208*                                  RECENT RUNS MAKE THE PROFILE
000210*                                  (DEFAULT 10, AT MOST 30)
000212*                         MINRUNS  FEWEST RUNS WORTH PROFILING
000214*                                  (DEFAULT 3)
000216*   FILLER         X(1)
000218*   PC-VALUE       9(3)
000220* A MEASURE WITH NO TOLERANCE FOR THE SUPPLIER OR AS A DEFAULT IS
000222* REPORTED BUT NOT SCORED.
000224*
000226* STEP CONDITION CODES:
000228*   0  EVERY MEASURE WITHIN TOLERANCE - RELEASE
000230*   4  RELEASED UNSCORED OR PART SCORED: TOO LITTLE HISTORY, NO
000232*      CONTROL FILE, OR A MEASURE WITH NO TOLERANCE
000234*   8  HOLD - A MEASURE IS OUTSIDE ITS TOLERANCE
000236*   32/36  OPEN FAILURES
000238*
000240* MODIFICATION HISTORY
000242* DATE       INIT  DESCRIPTION
000244* ---------- ----  ---------------------------------------------
000246* 2026-10-15 DW    ORIGINAL FEED PROFILING GATE.
000248* 2026-10-15 DW    A FEED SPLIT BY FEEDSPLT IS ONE RUN OF THE
000250*                  PROFILE: CONSECUTIVE CHUNK RECORDS OF ONE RUN
000252*                  GROUP (AR-RUN-GROUP, APPENDED TO ACCTFILE) ADD
000254*                  UP, AND RUNHIST IS MATCHED BY EACH CHUNK'S KEY.
000256* Tectonics: cobc
000258******************************************************************
000260 IDENTIFICATION DIVISION.
000262 PROGRAM-ID. FEEDPROF.
000264 ENVIRONMENT DIVISION.
000266 INPUT-OUTPUT SECTION.
000268 FILE-CONTROL.
000270     SELECT CLEAN-FILE ASSIGN TO "SHAPECLN"
000272         ORGANIZATION IS LINE SEQUENTIAL
000274         FILE STATUS IS CL-FILE-STATUS.
000276     SELECT CONTROL-FILE ASSIGN TO "PROFCTL"
000278         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS PC-FILE-STATUS.
000282     SELECT ACCOUNTING-FILE ASSIGN TO "ACCTFILE"
000284         ORGANIZATION IS LINE SEQUENTIAL
000286         FILE STATUS IS AF-FILE-STATUS.
000288     SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
000290         ORGANIZATION IS LINE SEQUENTIAL
000292         FILE STATUS IS HF-FILE-STATUS.
000294     SELECT PROFILE-REPORT-FILE ASSIGN TO "PROFRPT"
000296         ORGANIZATION IS LINE SEQUENTIAL
000298         FILE STATUS IS PF-FILE-STATUS.
000300     SELECT PALETTE-FILE ASSIGN TO "PALMST"
000302         ORGANIZATION IS INDEXED
000304         ACCESS MODE IS SEQUENTIAL
000306         RECORD KEY IS PR-KEY
000308         FILE STATUS IS PL-FILE-STATUS.
000310     SELECT SHAPE-MASTER ASSIGN TO "SHAPEMST"
000312         ORGANIZATION IS INDEXED
000314         ACCESS MODE IS DYNAMIC
000316         RECORD KEY IS MR-KEY
000318         FILE STATUS IS MS-FILE-STATUS.
000320 DATA DIVISION.
000322 FILE SECTION.
000324* LINE-RECORD AND THE CONTROL RECORDS MIRROR THE LAYOUTS
000326* MAIN-METHOD READS FROM SHAPECLN - KEEP THEM IN STEP.
000328 FD  CLEAN-FILE.
000330 01  LINE-RECORD.
000332     05  LR-SHAPE-TYPE   PIC X(5).
000334     05  LR-X1           PIC 9(3).
000336     05  LR-Y1           PIC 9(3).
000338     05  LR-X2           PIC 9(3).
000340     05  LR-Y2           PIC 9(3).
000342     05  LR-COLOR-FIELDS.
000344         10  LR-R        PIC 9(3).
000346         10  LR-G        PIC 9(3).
000348         10  LR-B        PIC 9(3).
000350     05  LR-COLOR-VARIANT REDEFINES LR-COLOR-FIELDS.
000352         10  LR-COLOR-CODE PIC X(8).
000354         10  FILLER      PIC X(1).
000356 01  FEED-HEADER-RECORD.
000358     05  HR-RECORD-TYPE  PIC X(5).
000360     05  HR-FEED-DATE    PIC 9(8).
000362     05  HR-SUPPLIER-ID  PIC X(8).
000364     05  HR-LOGICAL-SPACE PIC 9(4).
000366 01  INCLUDE-RECORD.
000368     05  IR-RECORD-TYPE  PIC X(5).
000370     05  IR-X-OFFSET     PIC 9(3).
000372     05  IR-Y-OFFSET     PIC 9(3).
000374     05  IR-DRAWING-ID   PIC X(8).
000376 FD  CONTROL-FILE.
000378 01  CONTROL-RECORD.
000380     05  PC-SUPPLIER-ID  PIC X(8).
000382     05  FILLER          PIC X(1).
000384     05  PC-MEASURE      PIC X(8).
000386     05  FILLER          PIC X(1).
000388     05  PC-VALUE        PIC 9(3).
000390* ACCOUNTING-RECORD MIRRORS THE ONE 9600-WRITE-ACCOUNTING IN
000392* MAIN-METHOD APPENDS - KEEP THE TWO IN STEP.
000394 FD  ACCOUNTING-FILE.
000396 01  ACCOUNTING-RECORD.
000398     05  AR-SUPPLIER-ID  PIC X(8).
000400     05  FILLER          PIC X(1).
000402     05  AR-RUN-ID       PIC X(8).
000404     05  FILLER          PIC X(1).
000406     05  AR-RUN-DATE     PIC 9(8).
000408     05  FILLER          PIC X(1).
000410     05  AR-RUN-TIME     PIC 9(8).
000412     05  FILLER          PIC X(1).
000414     05  AR-LINE-CNT     PIC 9(4).
000416     05  FILLER          PIC X(1).
000418     05  AR-RECT-CNT     PIC 9(4).
000420     05  FILLER          PIC X(1).
000422     05  AR-POINT-CNT    PIC 9(4).
000424     05  FILLER          PIC X(1).
000426     05  AR-COLOR-REJ-CNT PIC 9(4).
000428     05  FILLER          PIC X(1).
000430     05  AR-SCENE-CNT    PIC 9(4).
000432     05  FILLER          PIC X(1).
000434     05  AR-FRAME-CNT    PIC 9(2).
000436     05  FILLER          PIC X(1).
000438     05  AR-ELAPSED-SECS PIC 9(6).
000440     05  FILLER          PIC X(1).
000442     05  AR-RUN-GROUP    PIC X(8).
000444* HISTORY-RECORD MIRRORS RUN-LOG-RECORD IN MAIN-METHOD (AND THE
000446* SAME RECORD IN RUNTREND) - KEEP THEM IN STEP.
000448 FD  HISTORY-FILE.
000450 01  HISTORY-RECORD.
000452     05  RL-DATE         PIC 9(8).
000454     05  FILLER          PIC X(1).
000456     05  RL-TIME         PIC 9(8).
000458     05  FILLER          PIC X(1).
000460     05  RL-RUN-ID       PIC X(8).
000462     05  FILLER          PIC X(1).
000464     05  RL-ITER         PIC 9(4).
000466     05  FILLER          PIC X(1).
000468     05  RL-X1           PIC 9(3).
000470     05  FILLER          PIC X(1).
000472     05  RL-Y1           PIC 9(3).
000474     05  FILLER          PIC X(1).
000476     05  RL-X2           PIC 9(3).
000478     05  FILLER          PIC X(1).
000480     05  RL-Y2           PIC 9(3).
000482     05  FILLER          PIC X(1).
000484     05  RL-R            PIC 9(3).
000486     05  FILLER          PIC X(1).
000488     05  RL-G            PIC 9(3).
000490     05  FILLER          PIC X(1).
000492     05  RL-B            PIC 9(3).
000494     05  FILLER          PIC X(1).
000496     05  RL-COLOR-CODE   PIC X(8).
000498 FD  PROFILE-REPORT-FILE.
000500 01  PROFILE-REPORT-RECORD PIC X(100).
000502* ONE PALETTE MASTER RECORD PER VERSION OF A COLOR CODE - SAME
000504* LAYOUT AS PALMNT AND MAIN-METHOD, KEEP IN STEP.
000506 FD  PALETTE-FILE.
000508 01  PALETTE-RECORD.
000510     05  PR-KEY.
000512         10  PR-CODE         PIC X(8).
000514         10  PR-EFF-FROM     PIC 9(8).
000516     05  PR-EFF-TO       PIC 9(8).
000518     05  PR-R            PIC 9(3).
000520     05  PR-G            PIC 9(3).
000522     05  PR-B            PIC 9(3).
000524* SAME LAYOUT AS MASTER-RECORD IN SHAPMNT AND MAIN-METHOD.
000526 FD  SHAPE-MASTER.
000528 01  MASTER-RECORD.
000530     05  MR-KEY.
000532         10  MR-DRAWING-ID   PIC X(8).
000534         10  MR-SEQ-NO       PIC 9(4).
000536     05  MR-SHAPE-TYPE   PIC X(5).
000538     05  MR-X1           PIC 9(3).
000540     05  MR-Y1           PIC 9(3).
000542     05  MR-X2           PIC 9(3).
000544     05  MR-Y2           PIC 9(3).
000546     05  MR-R            PIC 9(3).
000548     05  MR-G            PIC 9(3).
000550     05  MR-B            PIC 9(3).
000552 WORKING-STORAGE SECTION.
000554  77 CL-FILE-STATUS PIC X(2) VALUE "00".
000556  77 PC-FILE-STATUS PIC X(2) VALUE "00".
000558  77 AF-FILE-STATUS PIC X(2) VALUE "00".
000560  77 HF-FILE-STATUS PIC X(2) VALUE "00".
000562  77 PF-FILE-STATUS PIC X(2) VALUE "00".
000564  77 PL-FILE-STATUS PIC X(2) VALUE "00".
000566  77 MS-FILE-STATUS PIC X(2) VALUE "00".
000568  77 CL-EOF-SW PIC X(1) VALUE "N".
000570      88 CL-AT-EOF VALUE "Y".
000572  77 PC-EOF-SW PIC X(1) VALUE "N".
000574      88 PC-AT-EOF VALUE "Y".
000576  77 AF-EOF-SW PIC X(1) VALUE "N".
000578      88 AF-AT-EOF VALUE "Y".
000580  77 HF-EOF-SW PIC X(1) VALUE "N".
000582      88 HF-AT-EOF VALUE "Y".
000584  77 PL-EOF-SW PIC X(1) VALUE "N".
000586      88 PL-AT-EOF VALUE "Y".
000588  77 MS-EOF-SW PIC X(1) VALUE "N".
000590      88 MS-AT-EOF VALUE "Y".
000592  77 MASTER-SW PIC X(1) VALUE "N".
000594      88 MASTER-OPEN VALUE "Y".
000596  77 CONTROL-SW PIC X(1) VALUE "N".
000598      88 CONTROL-LOADED VALUE "Y".
000600  77 PROFILE-DATE PIC 9(8) VALUE 0.
000602  77 SUPPLIER-ID PIC X(8) VALUE "*NOHDR*".
000604  77 FEED-DATE PIC 9(8) VALUE 0.
000606* A CODE RESOLVES TO THE PALETTE VERSION IN EFFECT ON THIS DATE.
000608  77 PALETTE-DATE PIC 9(8) VALUE 0.
000610  77 PAL-COUNT PIC 9(3) COMP VALUE 0.
000612  77 PAL-IDX PIC 9(3) COMP VALUE 0.
000614  77 PAL-HIT PIC 9(3) COMP VALUE 0.
000616  01 PALETTE-TABLE.
000618   05 PAL-ENTRY OCCURS 200 TIMES.
000620    10 PAL-CODE PIC X(8).
000622    10 PAL-EFF-FROM PIC 9(8).
000624    10 PAL-EFF-TO PIC 9(8).
000626    10 PAL-R PIC 9(3).
000628    10 PAL-G PIC 9(3).
000630    10 PAL-B PIC 9(3).
000632* ONE SHAPE AS MAIN-METHOD WILL DRAW IT, FEED OR INCLUDED.
000634  77 PS-TYPE PIC X(5) VALUE SPACES.
000636  77 PS-X1 PIC 9(4) VALUE 0.
000638  77 PS-Y1 PIC 9(4) VALUE 0.
000640  77 PS-X2 PIC 9(4) VALUE 0.
000642  77 PS-Y2 PIC 9(4) VALUE 0.
000644  77 PS-R PIC 9(3) VALUE 0.
000646  77 PS-G PIC 9(3) VALUE 0.
000648  77 PS-B PIC 9(3) VALUE 0.
000650  77 INCL-X-OFFSET PIC 9(3) VALUE 0.
000652  77 INCL-Y-OFFSET PIC 9(3) VALUE 0.
000654  77 INCL-DRAWING-ID PIC X(8) VALUE SPACES.
000656  77 INCL-NOT-FOUND PIC 9(4) VALUE 0.
000658  77 INCL-SHAPES PIC 9(4) VALUE 0.
000660  77 COLOR-UNRESOLVED PIC 9(6) VALUE 0.
000662* TONIGHT'S FEED.
000664  77 FD-SHAPES PIC 9(6) VALUE 0.
000666  77 FD-LINE-CNT PIC 9(6) VALUE 0.
000668  77 FD-RECT-CNT PIC 9(6) VALUE 0.
000670  77 FD-POINT-CNT PIC 9(6) VALUE 0.
000672  77 FD-MIN-X PIC 9(4) VALUE 9999.
000674  77 FD-MAX-X PIC 9(4) VALUE 0.
000676  77 FD-MIN-Y PIC 9(4) VALUE 9999.
000678  77 FD-MAX-Y PIC 9(4) VALUE 0.
000680* COLOR BUCKETS, RUNTREND'S: RED LOW/MED/HIGH, GREEN LOW/MED/
000682* HIGH, BLUE LOW/MED/HIGH. LOW IS UNDER 85, MED UNDER 171.
000684  01 FEED-BUCKET-TABLE.
000686   05 FD-BUCKET PIC 9(6) OCCURS 9 TIMES.
000688  01 FEED-SHARE-TABLE.
000690   05 FD-BUCKET-PCT PIC 9(3) OCCURS 9 TIMES.
000692  77 FD-LINE-PCT PIC 9(3) VALUE 0.
000694  77 FD-RECT-PCT PIC 9(3) VALUE 0.
000696  77 FD-POINT-PCT PIC 9(3) VALUE 0.
000698  77 BUCKET-IDX PIC 9(2) COMP VALUE 0.
000700  77 CHANNEL-VALUE PIC 9(3) VALUE 0.
000702  77 CHANNEL-BASE PIC 9(2) COMP VALUE 0.
000704* THE SUPPLIER'S MOST RECENT RUNS, OLDEST FIRST. A RUN BILLED
000706* TWICE (A RERUN) KEEPS ITS LATEST COUNTS. A FEED FEEDSPLT CUT
000708* INTO CHUNKS IS ONE RUN HERE, AS ACCTRPT BILLS IT: EACH CHUNK'S
000710* RUN KEY (DATE AND RUN-ID) IS KEPT UNDER THE RUN SO RUNHIST
000712* DETAIL CAN BE FOUND FOR IT, AND THE COUNTS ARE THE CHUNKS'
000714* TOTAL. AN UNSPLIT RUN IS A RUN OF ONE CHUNK. PAST 20 CHUNKS
000716* THE COUNTS STILL ADD BUT THE CHUNK'S RUNHIST DETAIL IS LOST.
000718  77 HST-COUNT PIC 9(2) COMP VALUE 0.
000720  77 HST-IDX PIC 9(2) COMP VALUE 0.
000722  77 HST-HIT PIC 9(2) COMP VALUE 0.
000724  77 HST-DETAIL-RUNS PIC 9(2) COMP VALUE 0.
000726  77 HST-COUNT-ED PIC 9(2) VALUE 0.
000728  77 HST-DETAIL-ED PIC 9(2) VALUE 0.
000730  77 KEEP-RUNS-ED PIC 9(2) VALUE 0.
000732  77 MIN-RUNS-ED PIC 9(2) VALUE 0.
000734  77 HIST-RUNS-BILLED PIC 9(6) VALUE 0.
000736  77 HIST-RECS-MATCHED PIC 9(6) VALUE 0.
000738  77 HC-IDX PIC 9(2) COMP VALUE 0.
000740  77 HC-HIT PIC 9(2) COMP VALUE 0.
000742  77 LAST-RUN-GROUP PIC X(8) VALUE SPACES.
000744  77 LAST-GROUP-RUN-ID PIC X(8) VALUE SPACES.
000746  01 HISTORY-TABLE.
000748   05 HST-ENTRY OCCURS 30 TIMES.
000750    10 HT-DATE PIC 9(8).
000752    10 HT-RUN-ID PIC X(8).
000754    10 HT-LINE-CNT PIC 9(6).
000756    10 HT-RECT-CNT PIC 9(6).
000758    10 HT-POINT-CNT PIC 9(6).
000760    10 HT-RECS PIC 9(6).
000762    10 HT-MIN-X PIC 9(3).
000764    10 HT-MAX-X PIC 9(3).
000766    10 HT-MIN-Y PIC 9(3).
000768    10 HT-MAX-Y PIC 9(3).
000770    10 HT-BUCKET PIC 9(6) OCCURS 9 TIMES.
000772    10 HT-CHUNK-CNT PIC 9(2).
000774    10 HT-CHUNK OCCURS 20 TIMES.
000776     15 HC-DATE PIC 9(8).
000778     15 HC-RUN-ID PIC X(8).
000780     15 HC-LINE-CNT PIC 9(4).
000782     15 HC-RECT-CNT PIC 9(4).
000784     15 HC-POINT-CNT PIC 9(4).
000786* THE PROFILE: THE MEAN OVER THE RUNS ABOVE. THE BOX AND COLOR
000788* MIX ONLY OVER RUNS WHOSE LOG REACHED RUNHIST.
000790  77 SUM-VOLUME PIC 9(9) VALUE 0.
000792  77 SUM-LINE-PCT PIC 9(9) VALUE 0.
000794  77 SUM-RECT-PCT PIC 9(9) VALUE 0.
000796  77 SUM-POINT-PCT PIC 9(9) VALUE 0.
000798  77 SUM-MIN-X PIC 9(9) VALUE 0.
000800  77 SUM-MAX-X PIC 9(9) VALUE 0.
000802  77 SUM-MIN-Y PIC 9(9) VALUE 0.
000804  77 SUM-MAX-Y PIC 9(9) VALUE 0.
000806  01 SUM-BUCKET-TABLE.
000808   05 SUM-BUCKET-PCT PIC 9(9) OCCURS 9 TIMES.
000810  77 RUN-VOLUME PIC 9(6) VALUE 0.
000812  77 PF-VOLUME PIC 9(6) VALUE 0.
000814  77 PF-LINE-PCT PIC 9(3) VALUE 0.
000816  77 PF-RECT-PCT PIC 9(3) VALUE 0.
000818  77 PF-POINT-PCT PIC 9(3) VALUE 0.
000820  77 PF-MIN-X PIC 9(4) VALUE 0.
000822  77 PF-MAX-X PIC 9(4) VALUE 0.
000824  77 PF-MIN-Y PIC 9(4) VALUE 0.
000826  77 PF-MAX-Y PIC 9(4) VALUE 0.
000828  01 PROFILE-SHARE-TABLE.
000830   05 PF-BUCKET-PCT PIC 9(3) OCCURS 9 TIMES.
000832* TOLERANCES. MT-DEFAULT IS THE BLANK-SUPPLIER LINE, MT-SUPPLIER
000834* THE SUPPLIER'S OWN; 9999 MEANS NOT GIVEN.
000836  01 MEASURE-NAME-LIST.
000838   05 FILLER PIC X(8) VALUE "VOLUME".
000840   05 FILLER PIC X(8) VALUE "BBOX".
000842   05 FILLER PIC X(8) VALUE "COLOR".
000844   05 FILLER PIC X(8) VALUE "TYPEMIX".
000846   05 FILLER PIC X(8) VALUE "RUNS".
000848   05 FILLER PIC X(8) VALUE "MINRUNS".
000850  01 MEASURE-NAME-TABLE REDEFINES MEASURE-NAME-LIST.
000852   05 MEASURE-NAME PIC X(8) OCCURS 6 TIMES.
000854  01 MEASURE-TOL-TABLE.
000856   05 MT-ENTRY OCCURS 6 TIMES.
000858    10 MT-DEFAULT PIC 9(4).
000860    10 MT-SUPPLIER PIC 9(4).
000862    10 MT-VALUE PIC 9(4).
000864  77 MSR-IDX PIC 9(2) COMP VALUE 0.
000866  77 MSR-HIT PIC 9(2) COMP VALUE 0.
000868  77 MSR-VOLUME PIC 9(2) COMP VALUE 1.
000870  77 MSR-BBOX PIC 9(2) COMP VALUE 2.
000872  77 MSR-COLOR PIC 9(2) COMP VALUE 3.
000874  77 MSR-TYPEMIX PIC 9(2) COMP VALUE 4.
000876  77 MSR-RUNS PIC 9(2) COMP VALUE 5.
000878  77 MSR-MINRUNS PIC 9(2) COMP VALUE 6.
000880  77 MSR-NOT-GIVEN PIC 9(4) VALUE 9999.
000882  77 CONTROL-BAD PIC 9(4) VALUE 0.
000884  77 KEEP-RUNS PIC 9(2) COMP VALUE 10.
000886  77 MIN-RUNS PIC 9(2) COMP VALUE 3.
000888* SCORING.
000890  77 VARIANCE PIC 9(4) VALUE 0.
000892  77 WORST-VARIANCE PIC 9(4) VALUE 0.
000894  77 DIFF-WORK PIC S9(9) VALUE 0.
000896  77 SPAN-WORK PIC 9(4) VALUE 0.
000898  77 PROFILE-VALUE PIC 9(4) VALUE 0.
000900  77 FEED-VALUE PIC 9(4) VALUE 0.
000902  77 VERDICT PIC X(10) VALUE SPACES.
000904  77 MEASURES-BREACHED PIC 9(2) VALUE 0.
000906  77 MEASURES-UNSCORED PIC 9(2) VALUE 0.
000908  77 PROFILE-SW PIC X(1) VALUE "N".
000910      88 PROFILE-BUILT VALUE "Y".
000912  77 EDGE-LABEL PIC X(24) VALUE SPACES.
000914  77 CHANNEL-LABEL PIC X(24) VALUE SPACES.
000916 PROCEDURE DIVISION.
000918 0000-MAINLINE.
000920      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000922      PERFORM 2000-PROFILE-FEED THRU 2000-PROFILE-FEED-EXIT.
000924      PERFORM 3000-LOAD-CONTROL THRU 3000-LOAD-CONTROL-EXIT.
000926      PERFORM 4000-LOAD-HISTORY THRU 4000-LOAD-HISTORY-EXIT.
000928      PERFORM 5000-BUILD-PROFILE THRU 5000-BUILD-PROFILE-EXIT.
000930      IF PROFILE-BUILT
000932          PERFORM 6000-SCORE-FEED THRU 6000-SCORE-FEED-EXIT
000934      END-IF.
000936      PERFORM 8000-PROFILE-TOTALS THRU 8000-PROFILE-TOTALS-EXIT.
000938      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000940      GOBACK.
000942
000944******************************************************************
000946* 1000-INITIALIZE -- OPEN THE CLEAN FEED AND THE REPORT, LOAD
000948*   THE PALETTE AND OPEN THE SHAPE MASTER FOR THE INCL EXPANSION.
000950******************************************************************
000952 1000-INITIALIZE.
000954      ACCEPT PROFILE-DATE FROM DATE YYYYMMDD.
000956      MOVE PROFILE-DATE TO PALETTE-DATE.
000958      PERFORM 1050-CLEAR-ONE-MEASURE
000960          THRU 1050-CLEAR-ONE-MEASURE-EXIT
000962          VARYING MSR-IDX FROM 1 BY 1 UNTIL MSR-IDX > 6.
000964      MOVE ZEROS TO FEED-BUCKET-TABLE SUM-BUCKET-TABLE.
000966      OPEN INPUT CLEAN-FILE.
000968      IF CL-FILE-STATUS NOT = "00"
000970          DISPLAY "1000-INITIALIZE: SHAPECLN OPEN FAILED, "
000972                  "STATUS=" CL-FILE-STATUS
000974          MOVE 32 TO RETURN-CODE
000976          STOP RUN
000978      END-IF.
000980      OPEN OUTPUT PROFILE-REPORT-FILE.
000982      IF PF-FILE-STATUS NOT = "00"
000984          DISPLAY "1000-INITIALIZE: PROFRPT OPEN FAILED, "
000986                  "STATUS=" PF-FILE-STATUS
000988          MOVE 36 TO RETURN-CODE
000990          STOP RUN
000992      END-IF.
000994      MOVE SPACES TO PROFILE-REPORT-RECORD.
000996      STRING "FEED PROFILE GATE - " PROFILE-DATE
000998          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
001000      WRITE PROFILE-REPORT-RECORD.
001002      PERFORM 1400-LOAD-PALETTE THRU 1400-LOAD-PALETTE-EXIT.
001004      PERFORM 1600-OPEN-SHAPE-MASTER
001006          THRU 1600-OPEN-SHAPE-MASTER-EXIT.
001008 1000-INITIALIZE-EXIT.
001010      EXIT.
001012
001014 1050-CLEAR-ONE-MEASURE.
001016      MOVE MSR-NOT-GIVEN TO MT-DEFAULT (MSR-IDX)
001018                            MT-SUPPLIER (MSR-IDX)
001020                            MT-VALUE (MSR-IDX).
001022 1050-CLEAR-ONE-MEASURE-EXIT.
001024      EXIT.
001026
001028******************************************************************
001030* 1400-LOAD-PALETTE -- EVERY VERSION ON THE PALETTE MASTER, AS
001032*   SHAPEEDIT LOADS IT. WITH NO PALETTE A SYMBOLIC CODE CANNOT
001034*   BE BUCKETED AND IS COUNTED AS UNRESOLVED.
001036******************************************************************
001038 1400-LOAD-PALETTE.
001040      OPEN INPUT PALETTE-FILE.
001042      IF PL-FILE-STATUS = "35"
001044          DISPLAY "1400-LOAD-PALETTE: NO PALETTE FILE, SYMBOLIC "
001046                  "COLOR CODES WILL NOT BE BUCKETED"
001048          GO TO 1400-LOAD-PALETTE-EXIT
001050      END-IF.
001052      IF PL-FILE-STATUS NOT = "00"
001054          DISPLAY "1400-LOAD-PALETTE: PALETTE OPEN FAILED, "
001056                  "STATUS=" PL-FILE-STATUS
001058          MOVE 32 TO RETURN-CODE
001060          STOP RUN
001062      END-IF.
001064      PERFORM 1410-LOAD-ONE-COLOR
001066          THRU 1410-LOAD-ONE-COLOR-EXIT
001068          UNTIL PL-AT-EOF.
001070      CLOSE PALETTE-FILE.
001072 1400-LOAD-PALETTE-EXIT.
001074      EXIT.
001076
001078 1410-LOAD-ONE-COLOR.
001080      READ PALETTE-FILE INTO PALETTE-RECORD
001082          AT END
001084              SET PL-AT-EOF TO TRUE
001086              GO TO 1410-LOAD-ONE-COLOR-EXIT
001088      END-READ.
001090      IF PR-R NOT NUMERIC OR PR-G NOT NUMERIC OR
001092         PR-B NOT NUMERIC OR
001094         PR-EFF-FROM NOT NUMERIC OR PR-EFF-TO NOT NUMERIC
001096          GO TO 1410-LOAD-ONE-COLOR-EXIT
001098      END-IF.
001100      IF PAL-COUNT >= 200
001102          DISPLAY "1410-LOAD-ONE-COLOR: PALETTE TABLE FULL, "
001104                  PR-CODE " AND LATER ENTRIES SKIPPED"
001106          SET PL-AT-EOF TO TRUE
001108          GO TO 1410-LOAD-ONE-COLOR-EXIT
001110      END-IF.
001112      ADD 1 TO PAL-COUNT.
001114      MOVE PR-CODE TO PAL-CODE (PAL-COUNT).
001116      MOVE PR-EFF-FROM TO PAL-EFF-FROM (PAL-COUNT).
001118      MOVE PR-EFF-TO TO PAL-EFF-TO (PAL-COUNT).
001120      MOVE PR-R TO PAL-R (PAL-COUNT).
001122      MOVE PR-G TO PAL-G (PAL-COUNT).
001124      MOVE PR-B TO PAL-B (PAL-COUNT).
001126 1410-LOAD-ONE-COLOR-EXIT.
001128      EXIT.
001130
001132 1600-OPEN-SHAPE-MASTER.
001134      OPEN INPUT SHAPE-MASTER.
001136      IF MS-FILE-STATUS = "35"
001138          DISPLAY "1600-OPEN-SHAPE-MASTER: NO SHAPE MASTER, "
001140                  "INCL RECORDS CANNOT BE PROFILED"
001142          GO TO 1600-OPEN-SHAPE-MASTER-EXIT
001144      END-IF.
001146      IF MS-FILE-STATUS NOT = "00"
001148          DISPLAY "1600-OPEN-SHAPE-MASTER: SHAPE MASTER OPEN "
001150                  "FAILED, STATUS=" MS-FILE-STATUS
001152          MOVE 32 TO RETURN-CODE
001154          STOP RUN
001156      END-IF.
001158      SET MASTER-OPEN TO TRUE.
001160 1600-OPEN-SHAPE-MASTER-EXIT.
001162      EXIT.
001164
001166******************************************************************
001168* 2000-PROFILE-FEED -- ONE PASS OF SHAPECLN: THE HEADER NAMES
001170*   THE SUPPLIER AND THE PALETTE DATE, EVERY SHAPE (AND EVERY
001172*   SHAPE AN INCL BRINGS IN) ROLLS INTO TONIGHT'S PROFILE. THE
001174*   TRAILER AND SCENE BREAKS ARE NOT SHAPES.
001176******************************************************************
001178 2000-PROFILE-FEED.
001180      PERFORM 2100-PROFILE-ONE-RECORD
001182          THRU 2100-PROFILE-ONE-RECORD-EXIT
001184          UNTIL CL-AT-EOF.
001186      CLOSE CLEAN-FILE.
001188      IF MASTER-OPEN
001190          CLOSE SHAPE-MASTER
001192      END-IF.
001194      IF FD-SHAPES > 0
001196          COMPUTE FD-LINE-PCT ROUNDED =
001198              FD-LINE-CNT * 100 / FD-SHAPES
001200          COMPUTE FD-RECT-PCT ROUNDED =
001202              FD-RECT-CNT * 100 / FD-SHAPES
001204          COMPUTE FD-POINT-PCT ROUNDED =
001206              FD-POINT-CNT * 100 / FD-SHAPES
001208          PERFORM 2050-FEED-BUCKET-SHARE
001210              THRU 2050-FEED-BUCKET-SHARE-EXIT
001212              VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 9
001214      ELSE
001216          MOVE 0 TO FD-MIN-X FD-MIN-Y
001218      END-IF.
001220 2000-PROFILE-FEED-EXIT.
001222      EXIT.
001224
001226* A SHAPE WHOSE CODE DID NOT RESOLVE IS NOT BUCKETED, SO THE
001228* SHARES ARE OF THE SHAPES THAT WERE.
001230 2050-FEED-BUCKET-SHARE.
001232      IF FD-SHAPES > COLOR-UNRESOLVED
001234          COMPUTE FD-BUCKET-PCT (BUCKET-IDX) ROUNDED =
001236              FD-BUCKET (BUCKET-IDX) * 100
001238              / (FD-SHAPES - COLOR-UNRESOLVED)
001240      ELSE
001242          MOVE 0 TO FD-BUCKET-PCT (BUCKET-IDX)
001244      END-IF.
001246 2050-FEED-BUCKET-SHARE-EXIT.
001248      EXIT.
001250
001252 2100-PROFILE-ONE-RECORD.
001254      READ CLEAN-FILE
001256          AT END
001258              SET CL-AT-EOF TO TRUE
001260              GO TO 2100-PROFILE-ONE-RECORD-EXIT
001262      END-READ.
001264      EVALUATE LR-SHAPE-TYPE
001266          WHEN "HDR"
001268              IF HR-SUPPLIER-ID NOT = SPACES
001270                  MOVE HR-SUPPLIER-ID TO SUPPLIER-ID
001272              END-IF
001274              IF HR-FEED-DATE NUMERIC AND HR-FEED-DATE > 0
001276                  MOVE HR-FEED-DATE TO FEED-DATE
001278                  MOVE HR-FEED-DATE TO PALETTE-DATE
001280              END-IF
001282          WHEN "TRL"
001284              CONTINUE
001286          WHEN "SCENE"
001288              CONTINUE
001290          WHEN "INCL"
001292              PERFORM 2300-EXPAND-INCLUDE
001294                  THRU 2300-EXPAND-INCLUDE-EXIT
001296          WHEN OTHER
001298              PERFORM 2200-TAKE-FEED-SHAPE
001300                  THRU 2200-TAKE-FEED-SHAPE-EXIT
001302      END-EVALUATE.
001304 2100-PROFILE-ONE-RECORD-EXIT.
001306      EXIT.
001308
001310* SHAPECLN HAS BEEN THROUGH SHAPEEDIT, SO THE FIELDS ARE NUMERIC
001312* AND A SYMBOLIC CODE WAS ON THE PALETTE AS OF THE FEED DATE.
001314 2200-TAKE-FEED-SHAPE.
001316      MOVE LR-SHAPE-TYPE TO PS-TYPE.
001318      MOVE LR-X1 TO PS-X1.
001320      MOVE LR-Y1 TO PS-Y1.
001322      MOVE LR-X2 TO PS-X2.
001324      MOVE LR-Y2 TO PS-Y2.
001326      IF LR-COLOR-FIELDS NUMERIC
001328          MOVE LR-R TO PS-R
001330          MOVE LR-G TO PS-G
001332          MOVE LR-B TO PS-B
001334      ELSE
001336          MOVE 0 TO PAL-HIT
001338          PERFORM 2250-SEARCH-PALETTE
001340              THRU 2250-SEARCH-PALETTE-EXIT
001342              VARYING PAL-IDX FROM 1 BY 1
001344              UNTIL PAL-IDX > PAL-COUNT OR PAL-HIT > 0
001346          IF PAL-HIT = 0
001348              ADD 1 TO COLOR-UNRESOLVED
001350              MOVE 999 TO PS-R
001352          ELSE
001354              MOVE PAL-R (PAL-HIT) TO PS-R
001356              MOVE PAL-G (PAL-HIT) TO PS-G
001358              MOVE PAL-B (PAL-HIT) TO PS-B
001360          END-IF
001362      END-IF.
001364      PERFORM 2500-ACCUMULATE-SHAPE
001366          THRU 2500-ACCUMULATE-SHAPE-EXIT.
001368 2200-TAKE-FEED-SHAPE-EXIT.
001370      EXIT.
001372
001374 2250-SEARCH-PALETTE.
001376      IF PAL-CODE (PAL-IDX) = LR-COLOR-CODE AND
001378         PAL-EFF-FROM (PAL-IDX) NOT > PALETTE-DATE AND
001380         PAL-EFF-TO (PAL-IDX) NOT < PALETTE-DATE
001382          MOVE PAL-IDX TO PAL-HIT
001384      END-IF.
001386 2250-SEARCH-PALETTE-EXIT.
001388      EXIT.
001390
001392******************************************************************
001394* 2300-EXPAND-INCLUDE -- AN INCL BRINGS IN EVERY SHAPE OF ITS
001396*   MASTER DRAWING, MOVED BY THE OFFSET THE WAY MAIN-METHOD
001398*   MOVES IT: X1/Y1 ALWAYS, X2/Y2 ONLY FOR A LINE (A RECT'S ARE
001400*   A WIDTH AND HEIGHT).
001402******************************************************************
001404 2300-EXPAND-INCLUDE.
001406      MOVE IR-X-OFFSET TO INCL-X-OFFSET.
001408      MOVE IR-Y-OFFSET TO INCL-Y-OFFSET.
001410      MOVE IR-DRAWING-ID TO INCL-DRAWING-ID.
001412      MOVE 0 TO INCL-SHAPES.
001414      IF MASTER-OPEN
001416          MOVE "N" TO MS-EOF-SW
001418          MOVE INCL-DRAWING-ID TO MR-DRAWING-ID
001420          MOVE 0 TO MR-SEQ-NO
001422          START SHAPE-MASTER KEY NOT < MR-KEY
001424              INVALID KEY
001426                  SET MS-AT-EOF TO TRUE
001428          END-START
001430          PERFORM 2310-TAKE-INCLUDED-SHAPE
001432              THRU 2310-TAKE-INCLUDED-SHAPE-EXIT
001434              UNTIL MS-AT-EOF
001436      END-IF.
001438      IF INCL-SHAPES = 0
001440          ADD 1 TO INCL-NOT-FOUND
001442      END-IF.
001444 2300-EXPAND-INCLUDE-EXIT.
001446      EXIT.
001448
001450 2310-TAKE-INCLUDED-SHAPE.
001452      READ SHAPE-MASTER NEXT RECORD
001454          AT END
001456              SET MS-AT-EOF TO TRUE
001458              GO TO 2310-TAKE-INCLUDED-SHAPE-EXIT
001460      END-READ.
001462      IF MR-DRAWING-ID NOT = INCL-DRAWING-ID
001464          SET MS-AT-EOF TO TRUE
001466          GO TO 2310-TAKE-INCLUDED-SHAPE-EXIT
001468      END-IF.
001470      ADD 1 TO INCL-SHAPES.
001472      MOVE MR-SHAPE-TYPE TO PS-TYPE.
001474      COMPUTE PS-X1 = MR-X1 + INCL-X-OFFSET.
001476      COMPUTE PS-Y1 = MR-Y1 + INCL-Y-OFFSET.
001478      IF MR-SHAPE-TYPE = "LINE" OR MR-SHAPE-TYPE = SPACES
001480          COMPUTE PS-X2 = MR-X2 + INCL-X-OFFSET
001482          COMPUTE PS-Y2 = MR-Y2 + INCL-Y-OFFSET
001484      ELSE
001486          MOVE MR-X2 TO PS-X2
001488          MOVE MR-Y2 TO PS-Y2
001490      END-IF.
001492      MOVE MR-R TO PS-R.
001494      MOVE MR-G TO PS-G.
001496      MOVE MR-B TO PS-B.
001498      PERFORM 2500-ACCUMULATE-SHAPE
001500          THRU 2500-ACCUMULATE-SHAPE-EXIT.
001502 2310-TAKE-INCLUDED-SHAPE-EXIT.
001504      EXIT.
001506
001508******************************************************************
001510* 2500-ACCUMULATE-SHAPE -- ROLL ONE SHAPE INTO TONIGHT'S COUNTS,
001512*   BOX AND BUCKETS. THE SECOND CORNER IS DERIVED AS
001514*   2160-DERIVE-LOG-COORDS IN MAIN-METHOD DERIVES IT FOR THE RUN
001516*   LOG, CAPPED AT 999 AS THE LOG FIELD IS, SO THE BOX MEANS
001518*   WHAT THE RUNHIST BOX MEANS.
001520******************************************************************
001522 2500-ACCUMULATE-SHAPE.
001524      ADD 1 TO FD-SHAPES.
001526      EVALUATE PS-TYPE
001528          WHEN "RECT"
001530              ADD 1 TO FD-RECT-CNT
001532              ADD PS-X1 TO PS-X2
001534              ADD PS-Y1 TO PS-Y2
001536          WHEN "POINT"
001538              ADD 1 TO FD-POINT-CNT
001540              MOVE PS-X1 TO PS-X2
001542              MOVE PS-Y1 TO PS-Y2
001544          WHEN OTHER
001546              ADD 1 TO FD-LINE-CNT
001548      END-EVALUATE.
001550      IF PS-X1 > 999 MOVE 999 TO PS-X1 END-IF.
001552      IF PS-Y1 > 999 MOVE 999 TO PS-Y1 END-IF.
001554      IF PS-X2 > 999 MOVE 999 TO PS-X2 END-IF.
001556      IF PS-Y2 > 999 MOVE 999 TO PS-Y2 END-IF.
001558      IF PS-X1 < FD-MIN-X MOVE PS-X1 TO FD-MIN-X END-IF.
001560      IF PS-X1 > FD-MAX-X MOVE PS-X1 TO FD-MAX-X END-IF.
001562      IF PS-X2 < FD-MIN-X MOVE PS-X2 TO FD-MIN-X END-IF.
001564      IF PS-X2 > FD-MAX-X MOVE PS-X2 TO FD-MAX-X END-IF.
001566      IF PS-Y1 < FD-MIN-Y MOVE PS-Y1 TO FD-MIN-Y END-IF.
001568      IF PS-Y1 > FD-MAX-Y MOVE PS-Y1 TO FD-MAX-Y END-IF.
001570      IF PS-Y2 < FD-MIN-Y MOVE PS-Y2 TO FD-MIN-Y END-IF.
001572      IF PS-Y2 > FD-MAX-Y MOVE PS-Y2 TO FD-MAX-Y END-IF.
001574      IF PS-R > 255
001576          GO TO 2500-ACCUMULATE-SHAPE-EXIT
001578      END-IF.
001580      MOVE 0 TO CHANNEL-BASE.
001582      MOVE PS-R TO CHANNEL-VALUE.
001584      PERFORM 2550-FEED-BUCKET THRU 2550-FEED-BUCKET-EXIT.
001586      MOVE 3 TO CHANNEL-BASE.
001588      MOVE PS-G TO CHANNEL-VALUE.
001590      PERFORM 2550-FEED-BUCKET THRU 2550-FEED-BUCKET-EXIT.
001592      MOVE 6 TO CHANNEL-BASE.
001594      MOVE PS-B TO CHANNEL-VALUE.
001596      PERFORM 2550-FEED-BUCKET THRU 2550-FEED-BUCKET-EXIT.
001598 2500-ACCUMULATE-SHAPE-EXIT.
001600      EXIT.
001602
001604 2550-FEED-BUCKET.
001606      PERFORM 2560-PICK-BUCKET THRU 2560-PICK-BUCKET-EXIT.
001608      ADD 1 TO FD-BUCKET (BUCKET-IDX).
001610 2550-FEED-BUCKET-EXIT.
001612      EXIT.
001614
001616* SAME CUTS AS 2600-ACCUMULATE-GROUP IN RUNTREND.
001618 2560-PICK-BUCKET.
001620      EVALUATE TRUE
001622          WHEN CHANNEL-VALUE < 85
001624              COMPUTE BUCKET-IDX = CHANNEL-BASE + 1
001626          WHEN CHANNEL-VALUE < 171
001628              COMPUTE BUCKET-IDX = CHANNEL-BASE + 2
001630          WHEN OTHER
001632              COMPUTE BUCKET-IDX = CHANNEL-BASE + 3
001634      END-EVALUATE.
001636 2560-PICK-BUCKET-EXIT.
001638      EXIT.
001640
001642******************************************************************
001644* 3000-LOAD-CONTROL -- THE TOLERANCES. A SUPPLIER'S OWN LINE
001646*   BEATS THE DEFAULT LINE FOR THE SAME MEASURE. NO CONTROL FILE
001648*   LEAVES EVERY MEASURE UNSCORED.
001650******************************************************************
001652 3000-LOAD-CONTROL.
001654      OPEN INPUT CONTROL-FILE.
001656      IF PC-FILE-STATUS = "35"
001658          DISPLAY "3000-LOAD-CONTROL: NO PROFCTL - NO MEASURE "
001660                  "WILL BE SCORED"
001662          GO TO 3000-LOAD-CONTROL-RESOLVE
001664      END-IF.
001666      IF PC-FILE-STATUS NOT = "00"
001668          DISPLAY "3000-LOAD-CONTROL: PROFCTL OPEN FAILED, "
001670                  "STATUS=" PC-FILE-STATUS
001672          MOVE 32 TO RETURN-CODE
001674          STOP RUN
001676      END-IF.
001678      SET CONTROL-LOADED TO TRUE.
001680      PERFORM 3100-TAKE-ONE-CONTROL
001682          THRU 3100-TAKE-ONE-CONTROL-EXIT
001684          UNTIL PC-AT-EOF.
001686      CLOSE CONTROL-FILE.
001688 3000-LOAD-CONTROL-RESOLVE.
001690      PERFORM 3200-RESOLVE-ONE-MEASURE
001692          THRU 3200-RESOLVE-ONE-MEASURE-EXIT
001694          VARYING MSR-IDX FROM 1 BY 1 UNTIL MSR-IDX > 6.
001696      IF MT-VALUE (MSR-RUNS) NOT = MSR-NOT-GIVEN
001698          MOVE MT-VALUE (MSR-RUNS) TO KEEP-RUNS
001700      END-IF.
001702      IF KEEP-RUNS < 1
001704          MOVE 1 TO KEEP-RUNS
001706      END-IF.
001708      IF KEEP-RUNS > 30
001710          MOVE 30 TO KEEP-RUNS
001712      END-IF.
001714      IF MT-VALUE (MSR-MINRUNS) NOT = MSR-NOT-GIVEN
001716          MOVE MT-VALUE (MSR-MINRUNS) TO MIN-RUNS
001718      END-IF.
001720      IF MIN-RUNS < 1
001722          MOVE 1 TO MIN-RUNS
001724      END-IF.
001726      IF MIN-RUNS > KEEP-RUNS
001728          MOVE KEEP-RUNS TO MIN-RUNS
001730      END-IF.
001732 3000-LOAD-CONTROL-EXIT.
001734      EXIT.
001736
001738 3100-TAKE-ONE-CONTROL.
001740      READ CONTROL-FILE
001742          AT END
001744              SET PC-AT-EOF TO TRUE
001746              GO TO 3100-TAKE-ONE-CONTROL-EXIT
001748      END-READ.
001750      IF CONTROL-RECORD = SPACES OR CONTROL-RECORD (1:2) = "* "
001752          GO TO 3100-TAKE-ONE-CONTROL-EXIT
001754      END-IF.
001756      IF PC-SUPPLIER-ID NOT = SPACES AND
001758         PC-SUPPLIER-ID NOT = SUPPLIER-ID
001760          GO TO 3100-TAKE-ONE-CONTROL-EXIT
001762      END-IF.
001764      MOVE 0 TO MSR-HIT.
001766      PERFORM 3150-FIND-MEASURE THRU 3150-FIND-MEASURE-EXIT
001768          VARYING MSR-IDX FROM 1 BY 1
001770          UNTIL MSR-IDX > 6 OR MSR-HIT > 0.
001772      IF MSR-HIT = 0 OR PC-VALUE NOT NUMERIC
001774          ADD 1 TO CONTROL-BAD
001776          DISPLAY "3100-TAKE-ONE-CONTROL: BAD PROFCTL LINE "
001778                  CONTROL-RECORD
001780          GO TO 3100-TAKE-ONE-CONTROL-EXIT
001782      END-IF.
001784      IF PC-SUPPLIER-ID = SPACES
001786          MOVE PC-VALUE TO MT-DEFAULT (MSR-HIT)
001788      ELSE
001790          MOVE PC-VALUE TO MT-SUPPLIER (MSR-HIT)
001792      END-IF.
001794 3100-TAKE-ONE-CONTROL-EXIT.
001796      EXIT.
001798
001800 3150-FIND-MEASURE.
001802      IF MEASURE-NAME (MSR-IDX) = PC-MEASURE
001804          MOVE MSR-IDX TO MSR-HIT
001806      END-IF.
001808 3150-FIND-MEASURE-EXIT.
001810      EXIT.
001812
001814 3200-RESOLVE-ONE-MEASURE.
001816      IF MT-SUPPLIER (MSR-IDX) NOT = MSR-NOT-GIVEN
001818          MOVE MT-SUPPLIER (MSR-IDX) TO MT-VALUE (MSR-IDX)
001820      ELSE
001822          MOVE MT-DEFAULT (MSR-IDX) TO MT-VALUE (MSR-IDX)
001824      END-IF.
001826 3200-RESOLVE-ONE-MEASURE-EXIT.
001828      EXIT.
001830
001832******************************************************************
001834* 4000-LOAD-HISTORY -- THE SUPPLIER'S LAST KEEP-RUNS RUNS OFF
001836*   ACCTFILE (APPENDED IN RUN ORDER), THEN ONE PASS OF RUNHIST
001838*   FOR THEIR BOXES AND COLOR BUCKETS. NO ACCTFILE OR NO RUNHIST
001840*   IS SIMPLY LESS HISTORY.
001842******************************************************************
001844 4000-LOAD-HISTORY.
001846      OPEN INPUT ACCOUNTING-FILE.
001848      IF AF-FILE-STATUS = "35"
001850          DISPLAY "4000-LOAD-HISTORY: NO ACCTFILE - NO HISTORY"
001852          GO TO 4000-LOAD-HISTORY-EXIT
001854      END-IF.
001856      IF AF-FILE-STATUS NOT = "00"
001858          DISPLAY "4000-LOAD-HISTORY: ACCTFILE OPEN FAILED, "
001860                  "STATUS=" AF-FILE-STATUS
001862          MOVE 32 TO RETURN-CODE
001864          STOP RUN
001866      END-IF.
001868      PERFORM 4100-TAKE-ONE-RUN THRU 4100-TAKE-ONE-RUN-EXIT
001870          UNTIL AF-AT-EOF.
001872      CLOSE ACCOUNTING-FILE.
001874      IF HST-COUNT = 0
001876          GO TO 4000-LOAD-HISTORY-EXIT
001878      END-IF.
001880      OPEN INPUT HISTORY-FILE.
001882      IF HF-FILE-STATUS = "35"
001884          DISPLAY "4000-LOAD-HISTORY: NO RUNHIST - BOX AND COLOR "
001886                  "MIX NOT PROFILED"
001888          GO TO 4000-LOAD-HISTORY-EXIT
001890      END-IF.
001892      IF HF-FILE-STATUS NOT = "00"
001894          DISPLAY "4000-LOAD-HISTORY: RUNHIST OPEN FAILED, "
001896                  "STATUS=" HF-FILE-STATUS
001898          MOVE 32 TO RETURN-CODE
001900          STOP RUN
001902      END-IF.
001904      PERFORM 4500-TAKE-ONE-LOG-REC
001906          THRU 4500-TAKE-ONE-LOG-REC-EXIT
001908          UNTIL HF-AT-EOF.
001910      CLOSE HISTORY-FILE.
001912 4000-LOAD-HISTORY-EXIT.
001914      EXIT.
001916
001918 4100-TAKE-ONE-RUN.
001920      READ ACCOUNTING-FILE
001922          AT END
001924              SET AF-AT-EOF TO TRUE
001926              GO TO 4100-TAKE-ONE-RUN-EXIT
001928      END-READ.
001930      IF AR-SUPPLIER-ID NOT = SUPPLIER-ID
001932          GO TO 4100-TAKE-ONE-RUN-EXIT
001934      END-IF.
001936      IF AR-RUN-DATE NOT NUMERIC OR AR-LINE-CNT NOT NUMERIC OR
001938         AR-RECT-CNT NOT NUMERIC OR AR-POINT-CNT NOT NUMERIC
001940          GO TO 4100-TAKE-ONE-RUN-EXIT
001942      END-IF.
001944*     A RUN THAT DREW NOTHING TELLS US NOTHING ABOUT THE FEED.
001946      IF AR-LINE-CNT + AR-RECT-CNT + AR-POINT-CNT = 0
001948          GO TO 4100-TAKE-ONE-RUN-EXIT
001950      END-IF.
001952*     A CHUNK ALREADY HELD IS A RERUN: ITS LATEST COUNTS
001954*     REPLACE THE EARLIER ONES IN ITS RUN.
001956      MOVE 0 TO HST-HIT.
001958      PERFORM 4150-FIND-RUN THRU 4150-FIND-RUN-EXIT
001960          VARYING HST-IDX FROM 1 BY 1
001962          UNTIL HST-IDX > HST-COUNT OR HST-HIT > 0.
001964      IF HST-HIT > 0
001966          SUBTRACT HC-LINE-CNT (HST-HIT, HC-HIT)
001968              FROM HT-LINE-CNT (HST-HIT)
001970          SUBTRACT HC-RECT-CNT (HST-HIT, HC-HIT)
001972              FROM HT-RECT-CNT (HST-HIT)
001974          SUBTRACT HC-POINT-CNT (HST-HIT, HC-HIT)
001976              FROM HT-POINT-CNT (HST-HIT)
001978          GO TO 4100-TAKE-ONE-RUN-COUNTS
001980      END-IF.
001982*     THE NEXT CHUNK OF THE SPLIT FEED JUST TAKEN JOINS ITS RUN,
001984*     THE NEWEST ONE - THE SAME RULE ACCTRPT BILLS BY. THE SAME
001986*     GROUP UNDER A LOWER RUN-ID IS ANOTHER NIGHT'S FEED.
001988      IF AR-RUN-GROUP NOT = SPACES AND
001990         AR-RUN-GROUP = LAST-RUN-GROUP AND
001992         AR-RUN-ID > LAST-GROUP-RUN-ID AND
001994         HST-COUNT > 0
001996          MOVE HST-COUNT TO HST-HIT
001998          GO TO 4100-TAKE-ONE-RUN-CHUNK
002000      END-IF.
002002      ADD 1 TO HIST-RUNS-BILLED.
002004      IF HST-COUNT = KEEP-RUNS
002006          PERFORM 4200-DROP-OLDEST-RUN
002008              THRU 4200-DROP-OLDEST-RUN-EXIT
002010              VARYING HST-IDX FROM 1 BY 1
002012              UNTIL HST-IDX NOT < HST-COUNT
002014      ELSE
002016          ADD 1 TO HST-COUNT
002018      END-IF.
002020      MOVE HST-COUNT TO HST-HIT.
002022      INITIALIZE HST-ENTRY (HST-HIT).
002024      MOVE AR-RUN-DATE TO HT-DATE (HST-HIT).
002026      MOVE AR-RUN-ID TO HT-RUN-ID (HST-HIT).
002028      MOVE 999 TO HT-MIN-X (HST-HIT) HT-MIN-Y (HST-HIT).
002030 4100-TAKE-ONE-RUN-CHUNK.
002032      MOVE AR-RUN-GROUP TO LAST-RUN-GROUP.
002034      MOVE AR-RUN-ID TO LAST-GROUP-RUN-ID.
002036      IF HT-CHUNK-CNT (HST-HIT) = 20
002038          MOVE 0 TO HC-HIT
002040          GO TO 4100-TAKE-ONE-RUN-ADD
002042      END-IF.
002044      ADD 1 TO HT-CHUNK-CNT (HST-HIT).
002046      MOVE HT-CHUNK-CNT (HST-HIT) TO HC-HIT.
002048      MOVE AR-RUN-DATE TO HC-DATE (HST-HIT, HC-HIT).
002050      MOVE AR-RUN-ID TO HC-RUN-ID (HST-HIT, HC-HIT).
002052 4100-TAKE-ONE-RUN-COUNTS.
002054      MOVE AR-LINE-CNT TO HC-LINE-CNT (HST-HIT, HC-HIT).
002056      MOVE AR-RECT-CNT TO HC-RECT-CNT (HST-HIT, HC-HIT).
002058      MOVE AR-POINT-CNT TO HC-POINT-CNT (HST-HIT, HC-HIT).
002060 4100-TAKE-ONE-RUN-ADD.
002062      ADD AR-LINE-CNT TO HT-LINE-CNT (HST-HIT).
002064      ADD AR-RECT-CNT TO HT-RECT-CNT (HST-HIT).
002066      ADD AR-POINT-CNT TO HT-POINT-CNT (HST-HIT).
002068 4100-TAKE-ONE-RUN-EXIT.
002070      EXIT.
002072
002074 4150-FIND-RUN.
002076      MOVE 0 TO HC-HIT.
002078      PERFORM 4160-FIND-CHUNK THRU 4160-FIND-CHUNK-EXIT
002080          VARYING HC-IDX FROM 1 BY 1
002082          UNTIL HC-IDX > HT-CHUNK-CNT (HST-IDX) OR HC-HIT > 0.
002084      IF HC-HIT > 0
002086          MOVE HST-IDX TO HST-HIT
002088      END-IF.
002090 4150-FIND-RUN-EXIT.
002092      EXIT.
002094
002096 4160-FIND-CHUNK.
002098      IF HC-DATE (HST-IDX, HC-IDX) = AR-RUN-DATE AND
002100         HC-RUN-ID (HST-IDX, HC-IDX) = AR-RUN-ID
002102          MOVE HC-IDX TO HC-HIT
002104      END-IF.
002106 4160-FIND-CHUNK-EXIT.
002108      EXIT.
002110
002112 4200-DROP-OLDEST-RUN.
002114      MOVE HST-ENTRY (HST-IDX + 1) TO HST-ENTRY (HST-IDX).
002116 4200-DROP-OLDEST-RUN-EXIT.
002118      EXIT.
002120
002122* A RUNHIST RECORD BELONGS TO A PROFILED RUN WHEN ITS RL-DATE AND
002124* RL-RUN-ID MATCH ONE OF THE RUN'S CHUNKS - THE SAME RUN KEY
002126* RUNTREND BREAKS ON.
002128 4500-TAKE-ONE-LOG-REC.
002130      READ HISTORY-FILE
002132          AT END
002134              SET HF-AT-EOF TO TRUE
002136              GO TO 4500-TAKE-ONE-LOG-REC-EXIT
002138      END-READ.
002140      IF RL-DATE NOT NUMERIC OR
002142         RL-X1 NOT NUMERIC OR RL-Y1 NOT NUMERIC OR
002144         RL-X2 NOT NUMERIC OR RL-Y2 NOT NUMERIC OR
002146         RL-R NOT NUMERIC OR RL-G NOT NUMERIC OR
002148         RL-B NOT NUMERIC
002150          GO TO 4500-TAKE-ONE-LOG-REC-EXIT
002152      END-IF.
002154      MOVE 0 TO HST-HIT.
002156      PERFORM 4550-MATCH-LOG-RUN THRU 4550-MATCH-LOG-RUN-EXIT
002158          VARYING HST-IDX FROM 1 BY 1
002160          UNTIL HST-IDX > HST-COUNT OR HST-HIT > 0.
002162      IF HST-HIT = 0
002164          GO TO 4500-TAKE-ONE-LOG-REC-EXIT
002166      END-IF.
002168      ADD 1 TO HIST-RECS-MATCHED.
002170      ADD 1 TO HT-RECS (HST-HIT).
002172      IF RL-X1 < HT-MIN-X (HST-HIT)
002174          MOVE RL-X1 TO HT-MIN-X (HST-HIT)
002176      END-IF.
002178      IF RL-X2 < HT-MIN-X (HST-HIT)
002180          MOVE RL-X2 TO HT-MIN-X (HST-HIT)
002182      END-IF.
002184      IF RL-X1 > HT-MAX-X (HST-HIT)
002186          MOVE RL-X1 TO HT-MAX-X (HST-HIT)
002188      END-IF.
002190      IF RL-X2 > HT-MAX-X (HST-HIT)
002192          MOVE RL-X2 TO HT-MAX-X (HST-HIT)
002194      END-IF.
002196      IF RL-Y1 < HT-MIN-Y (HST-HIT)
002198          MOVE RL-Y1 TO HT-MIN-Y (HST-HIT)
002200      END-IF.
002202      IF RL-Y2 < HT-MIN-Y (HST-HIT)
002204          MOVE RL-Y2 TO HT-MIN-Y (HST-HIT)
002206      END-IF.
002208      IF RL-Y1 > HT-MAX-Y (HST-HIT)
002210          MOVE RL-Y1 TO HT-MAX-Y (HST-HIT)
002212      END-IF.
002214      IF RL-Y2 > HT-MAX-Y (HST-HIT)
002216          MOVE RL-Y2 TO HT-MAX-Y (HST-HIT)
002218      END-IF.
002220      MOVE 0 TO CHANNEL-BASE.
002222      MOVE RL-R TO CHANNEL-VALUE.
002224      PERFORM 4600-HISTORY-BUCKET THRU 4600-HISTORY-BUCKET-EXIT.
002226      MOVE 3 TO CHANNEL-BASE.
002228      MOVE RL-G TO CHANNEL-VALUE.
002230      PERFORM 4600-HISTORY-BUCKET THRU 4600-HISTORY-BUCKET-EXIT.
002232      MOVE 6 TO CHANNEL-BASE.
002234      MOVE RL-B TO CHANNEL-VALUE.
002236      PERFORM 4600-HISTORY-BUCKET THRU 4600-HISTORY-BUCKET-EXIT.
002238 4500-TAKE-ONE-LOG-REC-EXIT.
002240      EXIT.
002242
002244 4550-MATCH-LOG-RUN.
002246      MOVE 0 TO HC-HIT.
002248      PERFORM 4560-MATCH-LOG-CHUNK THRU 4560-MATCH-LOG-CHUNK-EXIT
002250          VARYING HC-IDX FROM 1 BY 1
002252          UNTIL HC-IDX > HT-CHUNK-CNT (HST-IDX) OR HC-HIT > 0.
002254      IF HC-HIT > 0
002256          MOVE HST-IDX TO HST-HIT
002258      END-IF.
002260 4550-MATCH-LOG-RUN-EXIT.
002262      EXIT.
002264
002266 4560-MATCH-LOG-CHUNK.
002268      IF HC-DATE (HST-IDX, HC-IDX) = RL-DATE AND
002270         HC-RUN-ID (HST-IDX, HC-IDX) = RL-RUN-ID
002272          MOVE HC-IDX TO HC-HIT
002274      END-IF.
002276 4560-MATCH-LOG-CHUNK-EXIT.
002278      EXIT.
002280
002282 4600-HISTORY-BUCKET.
002284      PERFORM 2560-PICK-BUCKET THRU 2560-PICK-BUCKET-EXIT.
002286      ADD 1 TO HT-BUCKET (HST-HIT, BUCKET-IDX).
002288 4600-HISTORY-BUCKET-EXIT.
002290      EXIT.
002292
002294******************************************************************
002296* 5000-BUILD-PROFILE -- THE PROFILE IS THE MEAN OF THE RUNS:
002298*   VOLUME AND TYPE SHARES OVER EVERY RUN, BOX AND BUCKET SHARES
002300*   OVER THE RUNS RUNHIST HAS DETAIL FOR. TOO FEW RUNS AND THERE
002302*   IS NO PROFILE - A NEW SUPPLIER IS RELEASED, WITH A WARNING.
002304******************************************************************
002306 5000-BUILD-PROFILE.
002308      IF HST-COUNT < MIN-RUNS
002310          GO TO 5000-BUILD-PROFILE-EXIT
002312      END-IF.
002314      PERFORM 5100-ADD-ONE-RUN THRU 5100-ADD-ONE-RUN-EXIT
002316          VARYING HST-IDX FROM 1 BY 1 UNTIL HST-IDX > HST-COUNT.
002318      COMPUTE PF-VOLUME ROUNDED = SUM-VOLUME / HST-COUNT.
002320      COMPUTE PF-LINE-PCT ROUNDED = SUM-LINE-PCT / HST-COUNT.
002322      COMPUTE PF-RECT-PCT ROUNDED = SUM-RECT-PCT / HST-COUNT.
002324      COMPUTE PF-POINT-PCT ROUNDED = SUM-POINT-PCT / HST-COUNT.
002326      IF HST-DETAIL-RUNS > 0
002328          COMPUTE PF-MIN-X ROUNDED = SUM-MIN-X / HST-DETAIL-RUNS
002330          COMPUTE PF-MAX-X ROUNDED = SUM-MAX-X / HST-DETAIL-RUNS
002332          COMPUTE PF-MIN-Y ROUNDED = SUM-MIN-Y / HST-DETAIL-RUNS
002334          COMPUTE PF-MAX-Y ROUNDED = SUM-MAX-Y / HST-DETAIL-RUNS
002336          PERFORM 5200-PROFILE-BUCKET-SHARE
002338              THRU 5200-PROFILE-BUCKET-SHARE-EXIT
002340              VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 9
002342      END-IF.
002344      SET PROFILE-BUILT TO TRUE.
002346 5000-BUILD-PROFILE-EXIT.
002348      EXIT.
002350
002352 5100-ADD-ONE-RUN.
002354      COMPUTE RUN-VOLUME = HT-LINE-CNT (HST-IDX)
002356          + HT-RECT-CNT (HST-IDX) + HT-POINT-CNT (HST-IDX).
002358      ADD RUN-VOLUME TO SUM-VOLUME.
002360      COMPUTE SUM-LINE-PCT ROUNDED = SUM-LINE-PCT
002362          + HT-LINE-CNT (HST-IDX) * 100 / RUN-VOLUME.
002364      COMPUTE SUM-RECT-PCT ROUNDED = SUM-RECT-PCT
002366          + HT-RECT-CNT (HST-IDX) * 100 / RUN-VOLUME.
002368      COMPUTE SUM-POINT-PCT ROUNDED = SUM-POINT-PCT
002370          + HT-POINT-CNT (HST-IDX) * 100 / RUN-VOLUME.
002372      IF HT-RECS (HST-IDX) = 0
002374          GO TO 5100-ADD-ONE-RUN-EXIT
002376      END-IF.
002378      ADD 1 TO HST-DETAIL-RUNS.
002380      ADD HT-MIN-X (HST-IDX) TO SUM-MIN-X.
002382      ADD HT-MAX-X (HST-IDX) TO SUM-MAX-X.
002384      ADD HT-MIN-Y (HST-IDX) TO SUM-MIN-Y.
002386      ADD HT-MAX-Y (HST-IDX) TO SUM-MAX-Y.
002388      PERFORM 5150-RUN-BUCKET-SHARE
002390          THRU 5150-RUN-BUCKET-SHARE-EXIT
002392          VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 9.
002394 5100-ADD-ONE-RUN-EXIT.
002396      EXIT.
002398
002400 5150-RUN-BUCKET-SHARE.
002402      COMPUTE SUM-BUCKET-PCT (BUCKET-IDX) ROUNDED =
002404          SUM-BUCKET-PCT (BUCKET-IDX)
002406          + HT-BUCKET (HST-IDX, BUCKET-IDX) * 100
002408          / HT-RECS (HST-IDX).
002410 5150-RUN-BUCKET-SHARE-EXIT.
002412      EXIT.
002414
002416 5200-PROFILE-BUCKET-SHARE.
002418      COMPUTE PF-BUCKET-PCT (BUCKET-IDX) ROUNDED =
002420          SUM-BUCKET-PCT (BUCKET-IDX) / HST-DETAIL-RUNS.
002422 5200-PROFILE-BUCKET-SHARE-EXIT.
002424      EXIT.
002426
002428******************************************************************
002430* 6000-SCORE-FEED -- ONE VARIANCE BLOCK PER MEASURE. EACH LINE
002432*   GIVES THE PROFILE, TONIGHT, THE VARIANCE AND THE TOLERANCE.
002434******************************************************************
002436 6000-SCORE-FEED.
002438      MOVE SPACES TO PROFILE-REPORT-RECORD.
002440      STRING "MEASURE                   PROFILE     TONIGHT   "
002442          "VARIANCE  TOL   VERDICT"
002444          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
002446      WRITE PROFILE-REPORT-RECORD.
002448      PERFORM 6100-SCORE-VOLUME THRU 6100-SCORE-VOLUME-EXIT.
002450      PERFORM 6200-SCORE-BBOX THRU 6200-SCORE-BBOX-EXIT.
002452      PERFORM 6300-SCORE-COLOR THRU 6300-SCORE-COLOR-EXIT.
002454      PERFORM 6400-SCORE-TYPEMIX THRU 6400-SCORE-TYPEMIX-EXIT.
002456 6000-SCORE-FEED-EXIT.
002458      EXIT.
002460
002462* VOLUME: HOW FAR TONIGHT'S SHAPE COUNT IS OFF THE PROFILE, AS A
002464* PERCENT OF THE PROFILE.
002466 6100-SCORE-VOLUME.
002468      COMPUTE DIFF-WORK = FD-SHAPES - PF-VOLUME.
002470      IF DIFF-WORK < 0
002472          COMPUTE DIFF-WORK = 0 - DIFF-WORK
002474      END-IF.
002476      IF PF-VOLUME > 0
002478          COMPUTE VARIANCE ROUNDED = DIFF-WORK * 100 / PF-VOLUME
002480              ON SIZE ERROR
002482                  MOVE 9999 TO VARIANCE
002484          END-COMPUTE
002486      ELSE
002488          MOVE 9999 TO VARIANCE
002490      END-IF.
002492      MOVE MSR-VOLUME TO MSR-IDX.
002494      PERFORM 6900-JUDGE-MEASURE THRU 6900-JUDGE-MEASURE-EXIT.
002496      MOVE SPACES TO PROFILE-REPORT-RECORD.
002498      STRING "VOLUME (SHAPES)......... " PF-VOLUME
002500          "      " FD-SHAPES "    " VARIANCE "%    "
002502          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
002504      PERFORM 6950-FINISH-LINE THRU 6950-FINISH-LINE-EXIT.
002506 6100-SCORE-VOLUME-EXIT.
002508      EXIT.
002510
002512* BBOX: HOW FAR EACH EDGE MOVED, AS A PERCENT OF THE PROFILE
002514* BOX'S WIDTH (X EDGES) OR HEIGHT (Y EDGES). THE WORST EDGE IS
002516* THE MEASURE'S VARIANCE; EVERY EDGE IS SHOWN.
002518 6200-SCORE-BBOX.
002520      IF HST-DETAIL-RUNS = 0
002522          MOVE SPACES TO PROFILE-REPORT-RECORD
002524          STRING "BOUNDING BOX............ NO RUNHIST DETAIL FOR "
002526              "THE PROFILED RUNS - NOT SCORED"
002528              DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
002530          WRITE PROFILE-REPORT-RECORD
002532          ADD 1 TO MEASURES-UNSCORED
002534          GO TO 6200-SCORE-BBOX-EXIT
002536      END-IF.
002538      MOVE 0 TO WORST-VARIANCE.
002540      COMPUTE SPAN-WORK = PF-MAX-X - PF-MIN-X.
002542      MOVE "BOX MIN X..............." TO EDGE-LABEL.
002544      MOVE PF-MIN-X TO PROFILE-VALUE.
002546      MOVE FD-MIN-X TO FEED-VALUE.
002548      PERFORM 6250-SCORE-ONE-EDGE THRU 6250-SCORE-ONE-EDGE-EXIT.
002550      MOVE "BOX MAX X..............." TO EDGE-LABEL.
002552      MOVE PF-MAX-X TO PROFILE-VALUE.
002554      MOVE FD-MAX-X TO FEED-VALUE.
002556      PERFORM 6250-SCORE-ONE-EDGE THRU 6250-SCORE-ONE-EDGE-EXIT.
002558      COMPUTE SPAN-WORK = PF-MAX-Y - PF-MIN-Y.
002560      MOVE "BOX MIN Y..............." TO EDGE-LABEL.
002562      MOVE PF-MIN-Y TO PROFILE-VALUE.
002564      MOVE FD-MIN-Y TO FEED-VALUE.
002566      PERFORM 6250-SCORE-ONE-EDGE THRU 6250-SCORE-ONE-EDGE-EXIT.
002568      MOVE "BOX MAX Y..............." TO EDGE-LABEL.
002570      MOVE PF-MAX-Y TO PROFILE-VALUE.
002572      MOVE FD-MAX-Y TO FEED-VALUE.
002574      PERFORM 6250-SCORE-ONE-EDGE THRU 6250-SCORE-ONE-EDGE-EXIT.
002576      MOVE WORST-VARIANCE TO VARIANCE.
002578      MOVE MSR-BBOX TO MSR-IDX.
002580      PERFORM 6900-JUDGE-MEASURE THRU 6900-JUDGE-MEASURE-EXIT.
002582      MOVE SPACES TO PROFILE-REPORT-RECORD.
002584      STRING "BOUNDING BOX, WORST EDGE " "                   "
002586          "  " VARIANCE "%    "
002588          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
002590      PERFORM 6950-FINISH-LINE THRU 6950-FINISH-LINE-EXIT.
002592 6200-SCORE-BBOX-EXIT.
002594      EXIT.
002596
002598 6250-SCORE-ONE-EDGE.
002600      IF SPAN-WORK < 1
002602          MOVE 1 TO SPAN-WORK
002604      END-IF.
002606      COMPUTE DIFF-WORK = FEED-VALUE - PROFILE-VALUE.
002608      IF DIFF-WORK < 0
002610          COMPUTE DIFF-WORK = 0 - DIFF-WORK
002612      END-IF.
002614      COMPUTE VARIANCE ROUNDED = DIFF-WORK * 100 / SPAN-WORK
002616          ON SIZE ERROR
002618              MOVE 9999 TO VARIANCE
002620      END-COMPUTE.
002622      IF VARIANCE > WORST-VARIANCE
002624          MOVE VARIANCE TO WORST-VARIANCE
002626      END-IF.
002628      MOVE SPACES TO PROFILE-REPORT-RECORD.
002630      STRING "  " EDGE-LABEL (1:23) "   " PROFILE-VALUE
002632          "        " FEED-VALUE "      " VARIANCE "%"
002634          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
002636      WRITE PROFILE-REPORT-RECORD.
002638 6250-SCORE-ONE-EDGE-EXIT.
002640      EXIT.
002642
002644* COLOR: THE MOST ANY OF THE NINE BUCKET SHARES MOVED, IN
002646* PERCENTAGE POINTS. ONE LINE PER CHANNEL.
002648 6300-SCORE-COLOR.
002650      IF HST-DETAIL-RUNS = 0
002652          MOVE SPACES TO PROFILE-REPORT-RECORD
002654          STRING "COLOR MIX............... NO RUNHIST DETAIL FOR "
002656              "THE PROFILED RUNS - NOT SCORED"
002658              DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
002660          WRITE PROFILE-REPORT-RECORD
002662          ADD 1 TO MEASURES-UNSCORED
002664          GO TO 6300-SCORE-COLOR-EXIT
002666      END-IF.
002668      MOVE 0 TO WORST-VARIANCE.
002670      PERFORM 6350-SCORE-ONE-BUCKET
002672          THRU 6350-SCORE-ONE-BUCKET-EXIT
002674          VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 9.
002676      MOVE "RED   LOW/MED/HIGH %...." TO CHANNEL-LABEL.
002678      MOVE 1 TO BUCKET-IDX.
002680      PERFORM 6360-SHOW-CHANNEL THRU 6360-SHOW-CHANNEL-EXIT.
002682      MOVE "GREEN LOW/MED/HIGH %...." TO CHANNEL-LABEL.
002684      MOVE 4 TO BUCKET-IDX.
002686      PERFORM 6360-SHOW-CHANNEL THRU 6360-SHOW-CHANNEL-EXIT.
002688      MOVE "BLUE  LOW/MED/HIGH %...." TO CHANNEL-LABEL.
002690      MOVE 7 TO BUCKET-IDX.
002692      PERFORM 6360-SHOW-CHANNEL THRU 6360-SHOW-CHANNEL-EXIT.
002694      MOVE WORST-VARIANCE TO VARIANCE.
002696      MOVE MSR-COLOR TO MSR-IDX.
002698      PERFORM 6900-JUDGE-MEASURE THRU 6900-JUDGE-MEASURE-EXIT.
002700      MOVE SPACES TO PROFILE-REPORT-RECORD.
002702      STRING "COLOR MIX, WORST BUCKET. " "                   "
002704          "  " VARIANCE "PT   "
002706          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
002708      PERFORM 6950-FINISH-LINE THRU 6950-FINISH-LINE-EXIT.
002710 6300-SCORE-COLOR-EXIT.
002712      EXIT.
002714
002716 6350-SCORE-ONE-BUCKET.
002718      COMPUTE DIFF-WORK = FD-BUCKET-PCT (BUCKET-IDX)
002720                        - PF-BUCKET-PCT (BUCKET-IDX).
002722      IF DIFF-WORK < 0
002724          COMPUTE DIFF-WORK = 0 - DIFF-WORK
002726      END-IF.
002728      IF DIFF-WORK > WORST-VARIANCE
002730          MOVE DIFF-WORK TO WORST-VARIANCE
002732      END-IF.
002734 6350-SCORE-ONE-BUCKET-EXIT.
002736      EXIT.
002738
002740 6360-SHOW-CHANNEL.
002742      MOVE SPACES TO PROFILE-REPORT-RECORD.
002744      STRING "  " CHANNEL-LABEL (1:23) " "
002746          PF-BUCKET-PCT (BUCKET-IDX) "/"
002748          PF-BUCKET-PCT (BUCKET-IDX + 1) "/"
002750          PF-BUCKET-PCT (BUCKET-IDX + 2) " "
002752          FD-BUCKET-PCT (BUCKET-IDX) "/"
002754          FD-BUCKET-PCT (BUCKET-IDX + 1) "/"
002756          FD-BUCKET-PCT (BUCKET-IDX + 2)
002758          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
002760      WRITE PROFILE-REPORT-RECORD.
002762 6360-SHOW-CHANNEL-EXIT.
002764      EXIT.
002766
002768* TYPEMIX: THE MOST THE LINE, RECT OR POINT SHARE MOVED, IN
002770* PERCENTAGE POINTS.
002772 6400-SCORE-TYPEMIX.
002774      MOVE 0 TO WORST-VARIANCE.
002776      COMPUTE DIFF-WORK = FD-LINE-PCT - PF-LINE-PCT.
002778      PERFORM 6450-TAKE-WORST THRU 6450-TAKE-WORST-EXIT.
002780      COMPUTE DIFF-WORK = FD-RECT-PCT - PF-RECT-PCT.
002782      PERFORM 6450-TAKE-WORST THRU 6450-TAKE-WORST-EXIT.
002784      COMPUTE DIFF-WORK = FD-POINT-PCT - PF-POINT-PCT.
002786      PERFORM 6450-TAKE-WORST THRU 6450-TAKE-WORST-EXIT.
002788      MOVE SPACES TO PROFILE-REPORT-RECORD.
002790      STRING "  LINE/RECT/POINT %...... "
002792          PF-LINE-PCT "/" PF-RECT-PCT "/" PF-POINT-PCT " "
002794          FD-LINE-PCT "/" FD-RECT-PCT "/" FD-POINT-PCT
002796          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
002798      WRITE PROFILE-REPORT-RECORD.
002800      MOVE WORST-VARIANCE TO VARIANCE.
002802      MOVE MSR-TYPEMIX TO MSR-IDX.
002804      PERFORM 6900-JUDGE-MEASURE THRU 6900-JUDGE-MEASURE-EXIT.
002806      MOVE SPACES TO PROFILE-REPORT-RECORD.
002808      STRING "SHAPE TYPE MIX, WORST... " "                   "
002810          "  " VARIANCE "PT   "
002812          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
002814      PERFORM 6950-FINISH-LINE THRU 6950-FINISH-LINE-EXIT.
002816 6400-SCORE-TYPEMIX-EXIT.
002818      EXIT.
002820
002822 6450-TAKE-WORST.
002824      IF DIFF-WORK < 0
002826          COMPUTE DIFF-WORK = 0 - DIFF-WORK
002828      END-IF.
002830      IF DIFF-WORK > WORST-VARIANCE
002832          MOVE DIFF-WORK TO WORST-VARIANCE
002834      END-IF.
002836 6450-TAKE-WORST-EXIT.
002838      EXIT.
002840
002842* A MEASURE BREACHES WHEN ITS VARIANCE IS OVER ITS TOLERANCE.
002844 6900-JUDGE-MEASURE.
002846      IF MT-VALUE (MSR-IDX) = MSR-NOT-GIVEN
002848          MOVE "NOT SCORED" TO VERDICT
002850          ADD 1 TO MEASURES-UNSCORED
002852          GO TO 6900-JUDGE-MEASURE-EXIT
002854      END-IF.
002856      IF VARIANCE > MT-VALUE (MSR-IDX)
002858          MOVE "BREACH" TO VERDICT
002860          ADD 1 TO MEASURES-BREACHED
002862      ELSE
002864          MOVE "PASS" TO VERDICT
002866      END-IF.
002868 6900-JUDGE-MEASURE-EXIT.
002870      EXIT.
002872
002874* THE TOLERANCE AND VERDICT GO IN THE SAME COLUMNS ON EVERY
002876* MEASURE LINE.
002878 6950-FINISH-LINE.
002880      IF MT-VALUE (MSR-IDX) NOT = MSR-NOT-GIVEN
002882          MOVE MT-VALUE (MSR-IDX) (2:3)
002884              TO PROFILE-REPORT-RECORD (62:3)
002886      ELSE
002888          MOVE "---" TO PROFILE-REPORT-RECORD (62:3)
002890      END-IF.
002892      MOVE VERDICT TO PROFILE-REPORT-RECORD (68:10).
002894      WRITE PROFILE-REPORT-RECORD.
002896 6950-FINISH-LINE-EXIT.
002898      EXIT.
002900
002902******************************************************************
002904* 8000-PROFILE-TOTALS -- WHOSE FEED, HOW MUCH HISTORY, AND THE
002906*   GATE'S VERDICT.
002908******************************************************************
002910 8000-PROFILE-TOTALS.
002912      MOVE SPACES TO PROFILE-REPORT-RECORD.
002914      STRING "SUPPLIER................ " SUPPLIER-ID
002916          "  FEED DATE " FEED-DATE
002918          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
002920      WRITE PROFILE-REPORT-RECORD.
002922
002924      MOVE SPACES TO PROFILE-REPORT-RECORD.
002926      STRING "SHAPES TONIGHT.......... " FD-SHAPES
002928          "  INCL NOT ON MASTER " INCL-NOT-FOUND
002930          "  COLOR UNRESOLVED " COLOR-UNRESOLVED
002932          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
002934      WRITE PROFILE-REPORT-RECORD.
002936
002938      MOVE SPACES TO PROFILE-REPORT-RECORD.
002940      MOVE HST-COUNT TO HST-COUNT-ED.
002942      MOVE HST-DETAIL-RUNS TO HST-DETAIL-ED.
002944      MOVE KEEP-RUNS TO KEEP-RUNS-ED.
002946      MOVE MIN-RUNS TO MIN-RUNS-ED.
002948      STRING "RUNS PROFILED........... " HST-COUNT-ED
002950          " OF " KEEP-RUNS-ED " WANTED, " HST-DETAIL-ED
002952          " WITH RUNHIST DETAIL, MINIMUM " MIN-RUNS-ED
002954          DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD.
002956      WRITE PROFILE-REPORT-RECORD.
002958
002960      IF NOT CONTROL-LOADED
002962          MOVE SPACES TO PROFILE-REPORT-RECORD
002964          STRING "*** NO PROFCTL CONTROL FILE - NO TOLERANCES ***"
002966              DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
002968          WRITE PROFILE-REPORT-RECORD
002970      END-IF.
002972      IF CONTROL-BAD > 0
002974          MOVE SPACES TO PROFILE-REPORT-RECORD
002976          STRING "*** " CONTROL-BAD
002978              " PROFCTL LINES NOT UNDERSTOOD, IGNORED ***"
002980              DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
002982          WRITE PROFILE-REPORT-RECORD
002984      END-IF.
002986
002988      MOVE SPACES TO PROFILE-REPORT-RECORD.
002990      EVALUATE TRUE
002992          WHEN NOT PROFILE-BUILT
002994              STRING "GATE VERDICT............ RELEASE - TOO FEW "
002996                  "RUNS ON FILE TO PROFILE THE SUPPLIER"
002998                  DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
003000          WHEN MEASURES-BREACHED > 0
003002              STRING "GATE VERDICT............ HOLD - "
003004                  MEASURES-BREACHED
003006                  " MEASURES OUTSIDE TOLERANCE, QUERY THE "
003008                  "SUPPLIER"
003010                  DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
003012          WHEN MEASURES-UNSCORED > 0
003014              STRING "GATE VERDICT............ RELEASE - "
003016                  MEASURES-UNSCORED " MEASURES NOT SCORED"
003018                  DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
003020          WHEN OTHER
003022              STRING "GATE VERDICT............ RELEASE"
003024                  DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
003026      END-EVALUATE.
003028      WRITE PROFILE-REPORT-RECORD.
003030 8000-PROFILE-TOTALS-EXIT.
003032      EXIT.
003034
003036******************************************************************
003038* 9000-TERMINATE -- CLOSE THE REPORT AND SET THE STEP CONDITION
003040*   CODE: 8 HOLDS THE FEED, 4 RELEASES IT WITH LESS THAN A FULL
003042*   SCORE, 0 RELEASES IT CLEAN.
003044******************************************************************
003046 9000-TERMINATE.
003048      CLOSE PROFILE-REPORT-FILE.
003050      EVALUATE TRUE
003052          WHEN PROFILE-BUILT AND MEASURES-BREACHED > 0
003054              MOVE 8 TO RETURN-CODE
003056          WHEN NOT PROFILE-BUILT OR MEASURES-UNSCORED > 0 OR
003058               CONTROL-BAD > 0
003060              MOVE 4 TO RETURN-CODE
003062          WHEN OTHER
003064              MOVE 0 TO RETURN-CODE
003066      END-EVALUATE.
003068 9000-TERMINATE-EXIT.
003070      EXIT.
003072
003074 END PROGRAM FEEDPROF.
