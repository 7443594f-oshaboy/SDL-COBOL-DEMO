000132*   02  NON-NUMERIC COORDINATE FIELD
000134*   03  COORDINATE OFF THE CONFIGURED CANVAS
000136*   04  COLOR COMPONENT OUT OF THE 0-255 RANGE
000138*   05  COLOR CODE NOT ON THE PALETTE AS OF THE FEED DATE
000140*   06  INCL DRAWING NOT ON THE SHAPE MASTER (OR EMPTY)
000142*   07  INCL OFFSET PUTS THE INCLUDED DRAWING OFF THE CANVAS
000144*
000146* AN "INCL" RECORD (SHAPE MASTER DRAWING ID PLUS AN X/Y OFFSET)
000148* IS EDITED AGAINST SHAPEMST: THE DRAWING MUST BE THERE, AND
000150* EVERY ONE OF ITS SHAPES MOVED BY THE OFFSET MUST PASS THE
000152* CANVAS EDIT (03) A FEED SHAPE WOULD. NON-NUMERIC OFFSETS ARE
000154* EDIT 02. FOR THE TRAILER AN INCL COUNTS AS ONE RECORD WITH
000156* ITS TWO OFFSETS IN THE COORDINATE HASH AND NOTHING IN THE
000158* COLOR HASH, THE SAME RULE MAIN-METHOD RECONCILES BY.
000160*
000162* THE HDR SUPPLIER ID IS CHECKED AGAINST THE SUPPLIER REGISTRY
000164* (SUPREG, KEPT BY SUPMNT). A SUPPLIER THAT IS NOT REGISTERED OR
000166* IS SUSPENDED, A LOGICAL SPACE OTHER THAN THE CONTRACTED ONE,
000168* OR MORE SHAPE RECORDS THAN THE CONTRACTED NIGHTLY VOLUME HOLDS
000170* THE FEED WITH RETURN-CODE 8, THE SAME AS AN OUT-OF-BALANCE
000172* TRAILER. THE MERGED AND RECYCLE HEADERS THE JOB STREAM BUILDS
000174* ITSELF ARE NOT CHECKED - FEEDMRG HAS ALREADY JUDGED EVERY
000176* SUPPLIER IN A MERGED FEED AGAINST THE SAME REGISTRY.
000178*
000180* MODIFICATION HISTORY
000182* DATE       INIT  DESCRIPTION
000184* ---------- ----  ---------------------------------------------
000186* 2026-08-23 DW    ORIGINAL PRE-EDIT PROGRAM.
000188* 2026-08-23 DW    HANDLE THE HDR/TRL CONTROL RECORDS NOW
000190*                  CARRIED ON SHAPEDAT: VERIFY THE SUPPLIER'S
000192*                  TRAILER COUNT AND HASH TOTALS AGAINST WHAT
000194*                  WAS READ (RETURN-CODE 8 ON A MISMATCH OR A
000196*                  MISSING TRAILER), PASS THE HEADER THROUGH TO
000198*                  SHAPECLN (SYNTHESIZING ONE FOR A LEGACY FEED
000200*                  WITHOUT CONTROL RECORDS), AND REGENERATE THE
000202*                  TRAILER OVER THE ACCEPTED RECORDS ONLY SO
000204*                  THE RENDER STEP RECONCILES AGAINST THE CLEAN
000206*                  FILE IT IS ACTUALLY GIVEN.
000208* 2026-08-23 DW    PASS "SCENE" SCENE-BREAK CONTROL RECORDS
000210*                  THROUGH TO SHAPECLN UNCHANGED SO A
000212*                  MULTI-SCENE FEED SURVIVES THE EDIT STEP.
000214*                  SCENE BREAKS DO NOT COUNT TOWARD THE
000216*                  TRAILER RECORD COUNT OR HASH TOTALS.
000218* 2026-08-23 DW    EDIT THE SYMBOLIC COLOR-CODE RECORD VARIANT:
000220*                  NON-NUMERIC COLOR BYTES ARE A COLOR CODE
000222*                  CHECKED AGAINST THE PALETTE FILE (NEW REASON
000224*                  CODE 05 FOR A CODE NOT ON THE PALETTE). THE
000226*                  COLOR HASH TOTALS NOW COVER NUMERIC-COLOR
000228*                  RECORDS ONLY, MATCHING THE RENDER STEP.
000230* 2026-08-23 DW    JUDGE COORDINATES AGAINST THE FEED'S LOGICAL
000232*                  COORDINATE SPACE WHEN THE HEADER (OR THE
000234*                  LOGICAL= PARM / DEMO_LOGICAL) DECLARES ONE,
000236*                  MATCHING THE RENDER STEP'S SCALING, AND PASS
000238*                  THE DECLARED SPACE THROUGH ON THE CLEAN
000240*                  HEADER.
000242* 2026-08-23 DW    WIDEN THE PARM HANDLING TO EIGHT SLOTS AND
000244*                  X(240), MATCHING MAIN-METHOD, SO THE FULL
000246*                  RENDER PARM STRING (WIDTH THROUGH LOGICAL=)
000248*                  REACHES THE EDIT INTACT - THE FIVE-SLOT
000250*                  SPLIT DROPPED TRAILING PAIRS AND THE EDIT
000252*                  THEN JUDGED A LOGICAL-SPACE FEED AGAINST THE
000254*                  PHYSICAL CANVAS.
000256* 2026-10-15 DW    RESOLVE SYMBOLIC COLOR CODES THROUGH THE
000258*                  EFFECTIVE-DATED PALETTE MASTER (PALMST, KEPT
000260*                  BY PALMNT) INSTEAD OF THE FLAT PALETTE FILE.
000262*                  EVERY VERSION IS LOADED AND A CODE IS GOOD ONLY
000264*                  IF A VERSION IS IN EFFECT ON THE HDR FEED DATE
000266*                  (THE EDIT DATE FOR A FEED WITH NO HEADER), THE
000268*                  SAME RULE THE RENDER STEP USES.
000270*                  PALETTE TABLE WIDENED TO 200 VERSIONS.
000272* 2026-10-15 DW    CHECK THE HDR SUPPLIER ID AGAINST THE SUPPLIER
000274*                  REGISTRY (SUPREG): UNREGISTERED OR SUSPENDED
000276*                  SUPPLIER, LOGICAL SPACE NOT AS CONTRACTED OR
000278*                  VOLUME OVER CONTRACT ENDS THE STEP WITH
000280*                  RETURN-CODE 8. VERDICT SHOWN ON EDITRPT.
000282* 2026-10-15 DW    EDIT "INCL" COMPONENT-INCLUDE RECORDS AGAINST
000284*                  THE SHAPE MASTER: NEW REASON CODES 06 (DRAWING
000286*                  NOT ON SHAPEMST) AND 07 (OFFSET PUTS THE
000288*                  DRAWING OFF THE CANVAS). ACCEPTED INCLS PASS TO
000290*                  SHAPECLN AND COUNT IN BOTH TRAILERS AS ONE
000292*                  RECORD WITH THEIR OFFSETS IN THE COORD HASH.
000294* Tectonics: cobc
000296******************************************************************
000298 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SHAPEEDIT.
000302 ENVIRONMENT DIVISION.
000304 INPUT-OUTPUT SECTION.
000306 FILE-CONTROL.
000308     SELECT EDIT-IN-FILE ASSIGN TO "SHAPEDAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000312         FILE STATUS IS EI-FILE-STATUS.
000314     SELECT CLEAN-FILE ASSIGN TO "SHAPECLN"
000316         ORGANIZATION IS LINE SEQUENTIAL
000318         FILE STATUS IS CL-FILE-STATUS.
000320     SELECT REJECT-FILE ASSIGN TO "SHAPEREJ"
000322         ORGANIZATION IS LINE SEQUENTIAL
000324         FILE STATUS IS RJ-FILE-STATUS.
000326     SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
000328         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS ER-FILE-STATUS.
000332     SELECT PALETTE-FILE ASSIGN TO "PALMST"
000334         ORGANIZATION IS INDEXED
000336         ACCESS MODE IS SEQUENTIAL
000338         RECORD KEY IS PR-KEY
000340         FILE STATUS IS PL-FILE-STATUS.
000342     SELECT SUPPLIER-REGISTRY ASSIGN TO "SUPREG"
000344         ORGANIZATION IS INDEXED
000346         ACCESS MODE IS RANDOM
000348         RECORD KEY IS RG-SUPPLIER-ID
000350         FILE STATUS IS RG-FILE-STATUS.
000352     SELECT SHAPE-MASTER ASSIGN TO "SHAPEMST"
000354         ORGANIZATION IS INDEXED
000356         ACCESS MODE IS DYNAMIC
000358         RECORD KEY IS MR-KEY
000360         FILE STATUS IS MS-FILE-STATUS.
000362 DATA DIVISION.
000364 FILE SECTION.
000366* LINE-RECORD MIRRORS THE LAYOUT MAIN-METHOD READS FROM SHAPEDAT.
000368* SEE THE NOTE ON LINE-RECORD IN THAT PROGRAM FOR THE RECT
000370* REINTERPRETATION OF LR-X2/LR-Y2 AS A WIDTH AND HEIGHT.
000372 FD  EDIT-IN-FILE.
000374 01  LINE-RECORD.
000376     05  LR-SHAPE-TYPE   PIC X(5).
000378     05  LR-X1           PIC 9(3).
000380     05  LR-Y1           PIC 9(3).
000382     05  LR-X2           PIC 9(3).
000384     05  LR-Y2           PIC 9(3).
000386* THE COLOR BYTES CARRY EITHER THREE NUMERIC FIELDS OR A
000388* SYMBOLIC COLOR CODE - SAME VARIANT AS MAIN-METHOD.
000390     05  LR-COLOR-FIELDS.
000392         10  LR-R        PIC 9(3).
000394         10  LR-G        PIC 9(3).
000396         10  LR-B        PIC 9(3).
000398     05  LR-COLOR-VARIANT REDEFINES LR-COLOR-FIELDS.
000400         10  LR-COLOR-CODE PIC X(8).
000402         10  FILLER      PIC X(1).
000404* HDR/TRL CONTROL RECORDS - SAME LAYOUTS AS MAIN-METHOD. THE
000406* TRAILER HASH TOTALS ARE STRAIGHT SUMS OF THE COORDINATE
000408* FIELDS AND OF THE COLOR FIELDS OVER EVERY SHAPE RECORD.
000410 01  FEED-HEADER-RECORD.
000412     05  HR-RECORD-TYPE  PIC X(5).
000414     05  HR-FEED-DATE    PIC 9(8).
000416     05  HR-SUPPLIER-ID  PIC X(8).
000418*    LOGICAL COORDINATE SPACE THE FEED WAS AUTHORED IN - BLANK
000420*    OR ZERO ON OLDER FEEDS. SAME FIELD AS MAIN-METHOD READS.
000422     05  HR-LOGICAL-SPACE PIC 9(4).
000424 01  FEED-TRAILER-RECORD.
000426     05  TR-RECORD-TYPE  PIC X(5).
000428     05  TR-REC-COUNT    PIC 9(6).
000430     05  TR-COORD-HASH   PIC 9(9).
000432     05  TR-COLOR-HASH   PIC 9(9).
000434 01  SCENE-BREAK-RECORD.
000436     05  SB-RECORD-TYPE  PIC X(5).
000438     05  SB-SCENE-ID     PIC X(8).
000440* "INCL" COMPONENT-INCLUDE RECORD - SAME LAYOUT AS MAIN-METHOD.
000442 01  INCLUDE-RECORD.
000444     05  IR-RECORD-TYPE  PIC X(5).
000446     05  IR-X-OFFSET     PIC 9(3).
000448     05  IR-Y-OFFSET     PIC 9(3).
000450     05  IR-DRAWING-ID   PIC X(8).
000452 FD  CLEAN-FILE.
000454 01  CLEAN-RECORD        PIC X(29).
000456 FD  REJECT-FILE.
000458 01  REJECT-RECORD.
000460     05  RJ-REASON-CODE  PIC 9(2).
000462     05  FILLER          PIC X(1) VALUE SPACE.
000464     05  RJ-REJECT-DATA  PIC X(26).
000466 FD  EDIT-REPORT-FILE.
000468 01  EDIT-REPORT-RECORD  PIC X(80).
000470* ONE PALETTE MASTER RECORD PER VERSION OF A COLOR CODE - SAME
000472* LAYOUT AS PALMNT AND MAIN-METHOD, KEEP IN STEP.
000474 FD  PALETTE-FILE.
000476 01  PALETTE-RECORD.
000478     05  PR-KEY.
000480         10  PR-CODE         PIC X(8).
000482         10  PR-EFF-FROM     PIC 9(8).
000484     05  PR-EFF-TO       PIC 9(8).
000486     05  PR-R            PIC 9(3).
000488     05  PR-G            PIC 9(3).
000490     05  PR-B            PIC 9(3).
000492* ONE RECORD PER SUPPLIER - SAME LAYOUT SUPMNT MAINTAINS.
000494 FD  SUPPLIER-REGISTRY.
000496 01  REGISTRY-RECORD.
000498     05  RG-SUPPLIER-ID  PIC X(8).
000500     05  RG-SUPPLIER-NAME PIC X(30).
000502     05  RG-FEED-DS-NAME PIC X(8).
000504     05  RG-STATUS       PIC X(1).
000506         88  RG-ACTIVE       VALUE "A".
000508         88  RG-SUSPENDED    VALUE "S".
000510     05  RG-LOGICAL-SPACE PIC 9(4).
000512     05  RG-MAX-VOLUME   PIC 9(6).
000514* SAME LAYOUT AS MASTER-RECORD IN SHAPMNT AND MAIN-METHOD.
000516 FD  SHAPE-MASTER.
000518 01  MASTER-RECORD.
000520     05  MR-KEY.
000522         10  MR-DRAWING-ID   PIC X(8).
000524         10  MR-SEQ-NO       PIC 9(4).
000526     05  MR-SHAPE-TYPE   PIC X(5).
000528     05  MR-X1           PIC 9(3).
000530     05  MR-Y1           PIC 9(3).
000532     05  MR-X2           PIC 9(3).
000534     05  MR-Y2           PIC 9(3).
000536     05  MR-R            PIC 9(3).
000538     05  MR-G            PIC 9(3).
000540     05  MR-B            PIC 9(3).
000542 WORKING-STORAGE SECTION.
000544  77 EI-FILE-STATUS PIC X(2) VALUE "00".
000546  77 CL-FILE-STATUS PIC X(2) VALUE "00".
000548  77 RJ-FILE-STATUS PIC X(2) VALUE "00".
000550  77 ER-FILE-STATUS PIC X(2) VALUE "00".
000552  77 EI-EOF-SW PIC X(1) VALUE "N".
000554      88 EI-AT-EOF VALUE "Y".
000556  77 WIDTH PIC 9(4) VALUE 640.
000558  77 HEIGHT PIC 9(4) VALUE 480.
000560  77 LOGICAL-SPACE PIC 9(4) VALUE 0.
000562  77 CANVAS-LIMIT-X PIC 9(4) VALUE 0.
000564  77 CANVAS-LIMIT-Y PIC 9(4) VALUE 0.
000566  77 RECS-READ PIC 9(6) VALUE 0.
000568  77 RECS-ACCEPTED PIC 9(6) VALUE 0.
000570  77 RECS-REJECTED PIC 9(6) VALUE 0.
000572  77 REJ-TYPE-CNT PIC 9(6) VALUE 0.
000574  77 REJ-NUMERIC-CNT PIC 9(6) VALUE 0.
000576  77 REJ-CANVAS-CNT PIC 9(6) VALUE 0.
000578  77 REJ-COLOR-CNT PIC 9(6) VALUE 0.
000580  77 REASON-CODE PIC 9(2) VALUE 0.
000582  77 EDIT-DATE PIC 9(8) VALUE 0.
000584  77 IN-COORD-HASH PIC 9(9) VALUE 0.
000586  77 IN-COLOR-HASH PIC 9(9) VALUE 0.
000588  77 CLN-COORD-HASH PIC 9(9) VALUE 0.
000590  77 CLN-COLOR-HASH PIC 9(9) VALUE 0.
000592  77 FEED-DATE PIC 9(8) VALUE 0.
000594  77 SUPPLIER-ID PIC X(8) VALUE SPACES.
000596  77 EXPECTED-REC-COUNT PIC 9(6) VALUE 0.
000598  77 EXPECTED-COORD-HASH PIC 9(9) VALUE 0.
000600  77 EXPECTED-COLOR-HASH PIC 9(9) VALUE 0.
000602  77 HEADER-SEEN-SW PIC X(1) VALUE "N".
000604      88 HEADER-SEEN VALUE "Y".
000606  77 TRAILER-SEEN-SW PIC X(1) VALUE "N".
000608      88 TRAILER-SEEN VALUE "Y".
000610  77 CLEAN-HEADER-SW PIC X(1) VALUE "N".
000612      88 CLEAN-HEADER-WRITTEN VALUE "Y".
000614  77 RECON-ERROR-SW PIC X(1) VALUE "N".
000616      88 RECON-ERROR VALUE "Y".
000618  77 PL-FILE-STATUS PIC X(2) VALUE "00".
000620  77 PL-EOF-SW PIC X(1) VALUE "N".
000622      88 PL-AT-EOF VALUE "Y".
000624  77 PAL-COUNT PIC 9(3) COMP VALUE 0.
000626  77 PAL-IDX PIC 9(3) COMP VALUE 0.
000628  77 PAL-HIT PIC 9(3) COMP VALUE 0.
000630* A CODE RESOLVES TO THE PALETTE VERSION IN EFFECT ON THIS DATE.
000632  77 PALETTE-DATE PIC 9(8) VALUE 0.
000634  77 REJ-PALETTE-CNT PIC 9(6) VALUE 0.
000636  77 RG-FILE-STATUS PIC X(2) VALUE "00".
000638  77 REGISTRY-SW PIC X(1) VALUE "N".
000640      88 REGISTRY-OPEN VALUE "Y".
000642* SET ONCE 2052-CHECK-SUPPLIER HAS FOUND THE HDR SUPPLIER ON
000644* THE REGISTRY, SO 7000 KNOWS TO HOLD IT TO ITS VOLUME.
000646  77 SUPPLIER-CHECK-SW PIC X(1) VALUE "N".
000648      88 SUPPLIER-CHECKED VALUE "Y".
000650  77 SUPPLIER-ERROR-SW PIC X(1) VALUE "N".
000652      88 SUPPLIER-ERROR VALUE "Y".
000654  77 HDR-LOGICAL-SPACE PIC 9(4) VALUE 0.
000656  77 CONTRACT-VOLUME PIC 9(6) VALUE 0.
000658* WHAT THE REGISTRY CHECK CONCLUDED, FOR EDITRPT.
000660  77 SUPPLIER-VERDICT PIC X(40) VALUE
000662      "NOT CHECKED - NO HEADER RECORD".
000664  77 MS-FILE-STATUS PIC X(2) VALUE "00".
000666  77 MS-EOF-SW PIC X(1) VALUE "N".
000668      88 MS-AT-EOF VALUE "Y".
000670  77 MASTER-SW PIC X(1) VALUE "N".
000672      88 MASTER-OPEN VALUE "Y".
000674  77 REJ-INCL-CNT PIC 9(6) VALUE 0.
000676  77 REJ-INCL-CANVAS-CNT PIC 9(6) VALUE 0.
000678* THE INCLUDED DRAWING'S SHAPE COUNT AND THE FURTHEST X AND Y ANY
000680* OF ITS SHAPES REACHES BEFORE THE OFFSET IS APPLIED.
000682  77 INCL-SHAPES PIC 9(4) VALUE 0.
000684  77 INCL-MAX-X PIC 9(3) VALUE 0.
000686  77 INCL-MAX-Y PIC 9(3) VALUE 0.
000688  77 INCL-EXTENT-X PIC 9(4) VALUE 0.
000690  77 INCL-EXTENT-Y PIC 9(4) VALUE 0.
000692  01 PALETTE-TABLE.
000694* ONE ENTRY PER VERSION, NOT PER CODE - 200 COVERS EVERY CODE
000696* WITH ROOM FOR SEVERAL DATED CHANGES EACH.
000698   05 PAL-ENTRY OCCURS 200 TIMES.
000700    10 PAL-CODE PIC X(8).
000702    10 PAL-EFF-FROM PIC 9(8).
000704    10 PAL-EFF-TO PIC 9(8).
000706    10 PAL-R PIC 9(3).
000708    10 PAL-G PIC 9(3).
000710    10 PAL-B PIC 9(3).
000712  01 CLEAN-HEADER-REC.
000714   05 CH-RECORD-TYPE PIC X(5) VALUE "HDR".
000716   05 CH-FEED-DATE PIC 9(8) VALUE 0.
000718   05 CH-SUPPLIER-ID PIC X(8) VALUE SPACES.
000720   05 CH-LOGICAL-SPACE PIC 9(4) VALUE 0.
000722  01 CLEAN-TRAILER-REC.
000724   05 CT-RECORD-TYPE PIC X(5) VALUE "TRL".
000726   05 CT-REC-COUNT PIC 9(6) VALUE 0.
000728   05 CT-COORD-HASH PIC 9(9) VALUE 0.
000730   05 CT-COLOR-HASH PIC 9(9) VALUE 0.
000732  77 CONFIG-PARM PIC X(240) VALUE SPACES.
000734  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000736  77 PARM-KEY PIC X(10) VALUE SPACES.
000738  77 PARM-VAL PIC X(20) VALUE SPACES.
000740  01 PARM-TABLE.
000742* EIGHT SLOTS, THE SAME AS MAIN-METHOD, SO THE FULL RENDER
000744* PARM STRING CAN BE PASSED TO THE EDIT STEP UNCHANGED AND A
000746* TRAILING PAIR (E.G. LOGICAL=) IS NEVER SILENTLY DROPPED.
000748   05 PARM-ENTRY PIC X(30) OCCURS 8 TIMES.
000750 PROCEDURE DIVISION.
000752 0000-MAINLINE.
000754      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000756      PERFORM 2000-EDIT-RECORD THRU 2000-EDIT-RECORD-EXIT
000758          UNTIL EI-AT-EOF.
000760      PERFORM 7000-VERIFY-INPUT-TRAILER
000762          THRU 7000-VERIFY-INPUT-TRAILER-EXIT.
000764      PERFORM 7500-WRITE-CLEAN-TRAILER
000766          THRU 7500-WRITE-CLEAN-TRAILER-EXIT.
000768      PERFORM 8000-EDIT-TOTALS THRU 8000-EDIT-TOTALS-EXIT.
000770      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000772      GOBACK.
000774
000776******************************************************************
000778* 1000-INITIALIZE -- PULL WIDTH AND HEIGHT FROM THE SAME
000780*   KEYWORD=VALUE PARM (OR RUNTIME ENVIRONMENT) AS MAIN-METHOD
000782*   SO THE EDIT JUDGES COORDINATES AGAINST THE SAME CANVAS THE
000784*   RENDER STEP WILL ACTUALLY USE, THEN OPEN ALL FOUR FILES.
000786******************************************************************
000788 1000-INITIALIZE.
000790      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000792      IF CONFIG-PARM = SPACES
000794          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_WIDTH"
000796          IF PARM-VAL NOT = SPACES
000798              COMPUTE WIDTH = FUNCTION NUMVAL(PARM-VAL)
000800                  ON SIZE ERROR
000802                      DISPLAY "1000-INITIALIZE: "
000804                              "DEMO_WIDTH TOO LARGE"
000806              END-COMPUTE
000808          END-IF
000810          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_HEIGHT"
000812          IF PARM-VAL NOT = SPACES
000814              COMPUTE HEIGHT = FUNCTION NUMVAL(PARM-VAL)
000816                  ON SIZE ERROR
000818                      DISPLAY "1000-INITIALIZE: "
000820                              "DEMO_HEIGHT TOO LARGE"
000822              END-COMPUTE
000824          END-IF
000826          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_LOGICAL"
000828          IF PARM-VAL NOT = SPACES
000830              COMPUTE LOGICAL-SPACE =
000832                  FUNCTION NUMVAL(PARM-VAL)
000834                  ON SIZE ERROR
000836                      DISPLAY "1000-INITIALIZE: "
000838                              "DEMO_LOGICAL TOO LARGE"
000840              END-COMPUTE
000842          END-IF
000844      ELSE
000846          UNSTRING CONFIG-PARM DELIMITED BY ","
000848              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000850                   PARM-ENTRY(4) PARM-ENTRY(5) PARM-ENTRY(6)
000852                   PARM-ENTRY(7) PARM-ENTRY(8)
000854          PERFORM 1050-PARSE-PARM-FIELD
000856              THRU 1050-PARSE-PARM-FIELD-EXIT
000858              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 8
000860      END-IF.
000862
000864      ACCEPT EDIT-DATE FROM DATE YYYYMMDD.
000866      OPEN INPUT EDIT-IN-FILE.
000868      IF EI-FILE-STATUS NOT = "00"
000870          DISPLAY "1000-INITIALIZE: EDIT-IN-FILE OPEN FAILED, "
000872                  "STATUS=" EI-FILE-STATUS
000874          MOVE 32 TO RETURN-CODE
000876          STOP RUN
000878      END-IF.
000880      OPEN OUTPUT CLEAN-FILE.
000882      IF CL-FILE-STATUS NOT = "00"
000884          DISPLAY "1000-INITIALIZE: CLEAN-FILE OPEN FAILED, "
000886                  "STATUS=" CL-FILE-STATUS
000888          MOVE 36 TO RETURN-CODE
000890          STOP RUN
000892      END-IF.
000894      OPEN OUTPUT REJECT-FILE.
000896      IF RJ-FILE-STATUS NOT = "00"
000898          DISPLAY "1000-INITIALIZE: REJECT-FILE OPEN FAILED, "
000900                  "STATUS=" RJ-FILE-STATUS
000902          MOVE 40 TO RETURN-CODE
000904          STOP RUN
000906      END-IF.
000908      PERFORM 1400-LOAD-PALETTE THRU 1400-LOAD-PALETTE-EXIT.
000910      PERFORM 1500-OPEN-REGISTRY THRU 1500-OPEN-REGISTRY-EXIT.
000912      PERFORM 1600-OPEN-SHAPE-MASTER
000914          THRU 1600-OPEN-SHAPE-MASTER-EXIT.
000916 1000-INITIALIZE-EXIT.
000918      EXIT.
000920
000922******************************************************************
000924* 1400-LOAD-PALETTE -- LOAD EVERY VERSION ON THE PALETTE MASTER
000926*   INTO PALETTE-TABLE SO 2400-EDIT-COLOR-RANGE CAN VERIFY
000928*   SYMBOLIC COLOR CODES AS OF PALETTE-DATE - THE EDIT DATE
000930*   UNTIL 2050-PROCESS-HEADER SETS IT TO THE FEED DATE, THE SAME
000932*   DATE THE RENDER STEP WILL RESOLVE THE CODE AS OF. NO PALETTE
000934*   MASTER JUST MEANS EVERY SYMBOLIC CODE FAILS EDIT 05, WHICH
000936*   IS WHAT THE RENDER STEP WOULD DO TO THEM ANYWAY.
000938******************************************************************
000940 1400-LOAD-PALETTE.
000942      MOVE EDIT-DATE TO PALETTE-DATE.
000944      OPEN INPUT PALETTE-FILE.
000946      IF PL-FILE-STATUS = "35"
000948          DISPLAY "1400-LOAD-PALETTE: NO PALETTE FILE, "
000950                  "SYMBOLIC COLOR CODES WILL ALL FAIL EDIT 05"
000952          GO TO 1400-LOAD-PALETTE-EXIT
000954      END-IF.
000956      IF PL-FILE-STATUS NOT = "00"
000958          DISPLAY "1400-LOAD-PALETTE: PALETTE OPEN FAILED, "
000960                  "STATUS=" PL-FILE-STATUS
000962          MOVE 32 TO RETURN-CODE
000964          STOP RUN
000966      END-IF.
000968      PERFORM 1410-LOAD-ONE-COLOR
000970          THRU 1410-LOAD-ONE-COLOR-EXIT
000972          UNTIL PL-AT-EOF.
000974      CLOSE PALETTE-FILE.
000976 1400-LOAD-PALETTE-EXIT.
000978      EXIT.
000980
000982 1410-LOAD-ONE-COLOR.
000984      READ PALETTE-FILE INTO PALETTE-RECORD
000986          AT END
000988              SET PL-AT-EOF TO TRUE
000990              GO TO 1410-LOAD-ONE-COLOR-EXIT
000992      END-READ.
000994      IF PR-R NOT NUMERIC OR PR-G NOT NUMERIC OR
000996         PR-B NOT NUMERIC
000998          DISPLAY "1410-LOAD-ONE-COLOR: NON-NUMERIC COLOR ON "
001000                  PR-CODE ", ENTRY SKIPPED"
001002          GO TO 1410-LOAD-ONE-COLOR-EXIT
001004      END-IF.
001006      IF PR-EFF-FROM NOT NUMERIC OR PR-EFF-TO NOT NUMERIC
001008          DISPLAY "1410-LOAD-ONE-COLOR: BAD EFFECTIVE DATES ON "
001010                  PR-CODE ", ENTRY SKIPPED"
001012          GO TO 1410-LOAD-ONE-COLOR-EXIT
001014      END-IF.
001016      IF PAL-COUNT >= 200
001018          DISPLAY "1410-LOAD-ONE-COLOR: PALETTE TABLE FULL, "
001020                  PR-CODE " AND LATER ENTRIES SKIPPED"
001022          SET PL-AT-EOF TO TRUE
001024          GO TO 1410-LOAD-ONE-COLOR-EXIT
001026      END-IF.
001028      ADD 1 TO PAL-COUNT.
001030      MOVE PR-CODE TO PAL-CODE (PAL-COUNT).
001032      MOVE PR-EFF-FROM TO PAL-EFF-FROM (PAL-COUNT).
001034      MOVE PR-EFF-TO TO PAL-EFF-TO (PAL-COUNT).
001036      MOVE PR-R TO PAL-R (PAL-COUNT).
001038      MOVE PR-G TO PAL-G (PAL-COUNT).
001040      MOVE PR-B TO PAL-B (PAL-COUNT).
001042 1410-LOAD-ONE-COLOR-EXIT.
001044      EXIT.
001046
001048******************************************************************
001050* 1500-OPEN-REGISTRY -- OPEN THE SUPPLIER REGISTRY FOR THE HDR
001052*   SUPPLIER LOOKUP. NO REGISTRY JUST MEANS NO SUPPLIER CAN BE
001054*   FOUND ON IT, THE SAME WAY A MISSING PALETTE FAILS EVERY
001056*   SYMBOLIC CODE - THE FEED IS HELD, NOT WAVED THROUGH.
001058******************************************************************
001060 1500-OPEN-REGISTRY.
001062      OPEN INPUT SUPPLIER-REGISTRY.
001064      IF RG-FILE-STATUS = "35"
001066          DISPLAY "1500-OPEN-REGISTRY: NO SUPPLIER REGISTRY, "
001068                  "A SUPPLIER FEED WILL FAIL THE REGISTRY CHECK"
001070          GO TO 1500-OPEN-REGISTRY-EXIT
001072      END-IF.
001074      IF RG-FILE-STATUS NOT = "00"
001076          DISPLAY "1500-OPEN-REGISTRY: REGISTRY OPEN FAILED, "
001078                  "STATUS=" RG-FILE-STATUS
001080          MOVE 32 TO RETURN-CODE
001082          STOP RUN
001084      END-IF.
001086      SET REGISTRY-OPEN TO TRUE.
001088 1500-OPEN-REGISTRY-EXIT.
001090      EXIT.
001092
001094******************************************************************
001096* 1600-OPEN-SHAPE-MASTER -- OPEN THE SHAPE MASTER FOR THE INCL
001098*   EDITS. NO MASTER JUST MEANS NO INCLUDED DRAWING CAN BE FOUND
001100*   ON IT, SO EVERY INCL FAILS EDIT 06 - THE RENDER STEP COULD
001102*   NOT DRAW THEM EITHER.
001104******************************************************************
001106 1600-OPEN-SHAPE-MASTER.
001108      OPEN INPUT SHAPE-MASTER.
001110      IF MS-FILE-STATUS = "35"
001112          DISPLAY "1600-OPEN-SHAPE-MASTER: NO SHAPE MASTER, "
001114                  "INCL RECORDS WILL ALL FAIL EDIT 06"
001116          GO TO 1600-OPEN-SHAPE-MASTER-EXIT
001118      END-IF.
001120      IF MS-FILE-STATUS NOT = "00"
001122          DISPLAY "1600-OPEN-SHAPE-MASTER: SHAPE MASTER OPEN "
001124                  "FAILED, STATUS=" MS-FILE-STATUS
001126          MOVE 32 TO RETURN-CODE
001128          STOP RUN
001130      END-IF.
001132      SET MASTER-OPEN TO TRUE.
001134 1600-OPEN-SHAPE-MASTER-EXIT.
001136      EXIT.
001138
001140******************************************************************
001142* 1050-PARSE-PARM-FIELD -- SPLIT ONE KEYWORD=VALUE PARM ENTRY
001144*   AND APPLY IT TO THE MATCHING CONFIG FIELD. KEYWORDS THIS
001146*   PROGRAM DOES NOT USE (TITLE=, RUNID=, MODE=) ARE IGNORED SO
001148*   THE SAME PARM STRING CAN BE PASSED TO EVERY STEP OF THE JOB.
001150******************************************************************
001152 1050-PARSE-PARM-FIELD.
001154      IF PARM-ENTRY(PARM-IDX) = SPACES
001156          GO TO 1050-PARSE-PARM-FIELD-EXIT
001158      END-IF.
001160
001162      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
001164          INTO PARM-KEY PARM-VAL.
001166
001168      EVALUATE PARM-KEY
001170          WHEN "WIDTH"
001172              COMPUTE WIDTH = FUNCTION NUMVAL(PARM-VAL)
001174                  ON SIZE ERROR
001176                      DISPLAY "1050-PARSE-PARM-FIELD: WIDTH= "
001178                              "TOO LARGE, KEEPING DEFAULT"
001180              END-COMPUTE
001182          WHEN "HEIGHT"
001184              COMPUTE HEIGHT = FUNCTION NUMVAL(PARM-VAL)
001186                  ON SIZE ERROR
001188                      DISPLAY "1050-PARSE-PARM-FIELD: HEIGHT= "
001190                              "TOO LARGE, KEEPING DEFAULT"
001192              END-COMPUTE
001194          WHEN "LOGICAL"
001196              COMPUTE LOGICAL-SPACE =
001198                  FUNCTION NUMVAL(PARM-VAL)
001200                  ON SIZE ERROR
001202                      DISPLAY "1050-PARSE-PARM-FIELD: "
001204                              "LOGICAL= TOO LARGE, IGNORED"
001206              END-COMPUTE
001208          WHEN OTHER
001210              CONTINUE
001212      END-EVALUATE.
001214 1050-PARSE-PARM-FIELD-EXIT.
001216      EXIT.
001218
001220******************************************************************
001222* 2000-EDIT-RECORD -- READ ONE FEED RECORD AND RUN IT THROUGH
001224*   THE EDITS IN SEVERITY ORDER. THE FIRST FAILING EDIT WINS:
001226*   ITS REASON CODE GOES TO SHAPEREJ WITH THE ORIGINAL RECORD.
001228*   THE CANVAS AND COLOR EDITS ONLY RUN ONCE THE FIELDS ARE
001230*   KNOWN NUMERIC, SO THEY NEVER COMPARE GARBAGE.
001232******************************************************************
001234 2000-EDIT-RECORD.
001236      READ EDIT-IN-FILE INTO LINE-RECORD
001238          AT END
001240              SET EI-AT-EOF TO TRUE
001242              GO TO 2000-EDIT-RECORD-EXIT
001244      END-READ.
001246      IF LR-SHAPE-TYPE = "HDR"
001248          PERFORM 2050-PROCESS-HEADER
001250              THRU 2050-PROCESS-HEADER-EXIT
001252          GO TO 2000-EDIT-RECORD-EXIT
001254      END-IF.
001256      IF LR-SHAPE-TYPE = "TRL"
001258          PERFORM 2060-PROCESS-TRAILER
001260              THRU 2060-PROCESS-TRAILER-EXIT
001262          GO TO 2000-EDIT-RECORD-EXIT
001264      END-IF.
001266      IF LR-SHAPE-TYPE = "SCENE"
001268          PERFORM 2055-PASS-SCENE-BREAK
001270              THRU 2055-PASS-SCENE-BREAK-EXIT
001272          GO TO 2000-EDIT-RECORD-EXIT
001274      END-IF.
001276      IF LR-SHAPE-TYPE = "INCL"
001278          PERFORM 2500-EDIT-INCLUDE THRU 2500-EDIT-INCLUDE-EXIT
001280          GO TO 2000-EDIT-RECORD-EXIT
001282      END-IF.
001284      ADD 1 TO RECS-READ.
001286      PERFORM 2070-ACCUMULATE-INPUT-TOTALS
001288          THRU 2070-ACCUMULATE-INPUT-TOTALS-EXIT.
001290      MOVE 0 TO REASON-CODE.
001292      PERFORM 2100-EDIT-SHAPE-TYPE
001294          THRU 2100-EDIT-SHAPE-TYPE-EXIT.
001296      IF REASON-CODE = 0
001298          PERFORM 2200-EDIT-NUMERIC-FIELDS
001300              THRU 2200-EDIT-NUMERIC-FIELDS-EXIT
001302      END-IF.
001304      IF REASON-CODE = 0
001306          PERFORM 2300-EDIT-CANVAS-LIMITS
001308              THRU 2300-EDIT-CANVAS-LIMITS-EXIT
001310      END-IF.
001312      IF REASON-CODE = 0
001314          PERFORM 2400-EDIT-COLOR-RANGE
001316              THRU 2400-EDIT-COLOR-RANGE-EXIT
001318      END-IF.
001320      IF REASON-CODE = 0
001322          PERFORM 3000-WRITE-CLEAN THRU 3000-WRITE-CLEAN-EXIT
001324      ELSE
001326          PERFORM 3100-WRITE-REJECT THRU 3100-WRITE-REJECT-EXIT
001328      END-IF.
001330 2000-EDIT-RECORD-EXIT.
001332      EXIT.
001334
001336******************************************************************
001338* 2050-PROCESS-HEADER -- CAPTURE THE FEED DATE AND SUPPLIER ID
001340*   FROM THE "HDR" CONTROL RECORD AND PASS IT THROUGH TO THE
001342*   CLEAN FILE (UNLESS A HEADER WAS ALREADY SYNTHESIZED BECAUSE
001344*   SHAPE RECORDS ARRIVED FIRST).
001346******************************************************************
001348 2050-PROCESS-HEADER.
001350      MOVE HR-FEED-DATE TO FEED-DATE.
001352      MOVE HR-SUPPLIER-ID TO SUPPLIER-ID.
001354      MOVE HR-FEED-DATE TO CH-FEED-DATE.
001356      MOVE HR-SUPPLIER-ID TO CH-SUPPLIER-ID.
001358      IF HR-FEED-DATE NUMERIC AND HR-FEED-DATE > 0
001360          MOVE HR-FEED-DATE TO PALETTE-DATE
001362      END-IF.
001364*     A FEED THAT DECLARES ITS OWN LOGICAL SPACE OVERRIDES THE
001366*     LOGICAL= PARM - SAME RULE AS THE RENDER STEP.
001368      IF HR-LOGICAL-SPACE NUMERIC AND HR-LOGICAL-SPACE > 0
001370          MOVE HR-LOGICAL-SPACE TO LOGICAL-SPACE
001372      END-IF.
001374*     THE CLEAN HEADER CARRIES THE EFFECTIVE LOGICAL SPACE,
001376*     WHICH ALSO REGULARIZES OLDER HEADERS THAT LEFT THE
001378*     FIELD BLANK.
001380      MOVE LOGICAL-SPACE TO CH-LOGICAL-SPACE.
001382      SET HEADER-SEEN TO TRUE.
001384      PERFORM 2052-CHECK-SUPPLIER THRU 2052-CHECK-SUPPLIER-EXIT.
001386      IF NOT CLEAN-HEADER-WRITTEN
001388          PERFORM 3200-WRITE-CLEAN-HEADER
001390              THRU 3200-WRITE-CLEAN-HEADER-EXIT
001392      END-IF.
001394 2050-PROCESS-HEADER-EXIT.
001396      EXIT.
001398
001400******************************************************************
001402* 2052-CHECK-SUPPLIER -- LOOK THE HDR SUPPLIER UP ON THE
001404*   REGISTRY. IT MUST BE REGISTERED AND ACTIVE, AND THE SPACE
001406*   THE HEADER DECLARES (BLANK OR ZERO = RAW COORDINATES) MUST
001408*   BE THE ONE IT IS CONTRACTED TO. THE VOLUME CAN ONLY BE
001410*   JUDGED AT END OF FEED, IN 7000-VERIFY-INPUT-TRAILER.
001412******************************************************************
001414 2052-CHECK-SUPPLIER.
001416      IF HR-SUPPLIER-ID = "MERGED" OR HR-SUPPLIER-ID = "RECYCLE"
001418          MOVE "NOT CHECKED - BUILT BY THE JOB STREAM"
001420              TO SUPPLIER-VERDICT
001422          GO TO 2052-CHECK-SUPPLIER-EXIT
001424      END-IF.
001426      IF NOT REGISTRY-OPEN
001428          MOVE "*** NO SUPPLIER REGISTRY ***" TO SUPPLIER-VERDICT
001430          SET SUPPLIER-ERROR TO TRUE
001432          GO TO 2052-CHECK-SUPPLIER-EXIT
001434      END-IF.
001436      MOVE HR-SUPPLIER-ID TO RG-SUPPLIER-ID.
001438      READ SUPPLIER-REGISTRY
001440          INVALID KEY
001442              MOVE "*** SUPPLIER NOT REGISTERED ***"
001444                  TO SUPPLIER-VERDICT
001446              SET SUPPLIER-ERROR TO TRUE
001448              GO TO 2052-CHECK-SUPPLIER-EXIT
001450      END-READ.
001452      IF RG-SUSPENDED
001454          MOVE "*** SUPPLIER SUSPENDED ***" TO SUPPLIER-VERDICT
001456          SET SUPPLIER-ERROR TO TRUE
001458          GO TO 2052-CHECK-SUPPLIER-EXIT
001460      END-IF.
001462      MOVE 0 TO HDR-LOGICAL-SPACE.
001464      IF HR-LOGICAL-SPACE NUMERIC
001466          MOVE HR-LOGICAL-SPACE TO HDR-LOGICAL-SPACE
001468      END-IF.
001470      IF HDR-LOGICAL-SPACE NOT = RG-LOGICAL-SPACE
001472          MOVE SPACES TO SUPPLIER-VERDICT
001474          STRING "*** SPACE NOT AS CONTRACTED (" RG-LOGICAL-SPACE
001476              ") ***"
001478              DELIMITED BY SIZE INTO SUPPLIER-VERDICT
001480          SET SUPPLIER-ERROR TO TRUE
001482          GO TO 2052-CHECK-SUPPLIER-EXIT
001484      END-IF.
001486      MOVE RG-MAX-VOLUME TO CONTRACT-VOLUME.
001488      SET SUPPLIER-CHECKED TO TRUE.
001490      MOVE "REGISTERED, ACTIVE, AS CONTRACTED"
001492          TO SUPPLIER-VERDICT.
001494 2052-CHECK-SUPPLIER-EXIT.
001496      EXIT.
001498
001500******************************************************************
001502* 2055-PASS-SCENE-BREAK -- SCENE BREAKS ARE STRUCTURE, NOT
001504*   SHAPE DATA: COPY THEM TO THE CLEAN FILE UNCHANGED (BEHIND A
001506*   HEADER IF ONE HAS NOT GONE OUT YET) SO THE RENDER STEP
001508*   STILL SEES EVERY SCENE BOUNDARY. THEY DO NOT COUNT TOWARD
001510*   THE TRAILER RECORD COUNT OR HASH TOTALS.
001512******************************************************************
001514 2055-PASS-SCENE-BREAK.
001516      IF NOT CLEAN-HEADER-WRITTEN
001518          PERFORM 3200-WRITE-CLEAN-HEADER
001520              THRU 3200-WRITE-CLEAN-HEADER-EXIT
001522      END-IF.
001524      WRITE CLEAN-RECORD FROM SCENE-BREAK-RECORD.
001526      IF CL-FILE-STATUS NOT = "00"
001528          DISPLAY "2055-PASS-SCENE-BREAK: WRITE FAILED, "
001530                  "STATUS=" CL-FILE-STATUS
001532          MOVE 36 TO RETURN-CODE
001534          STOP RUN
001536      END-IF.
001538 2055-PASS-SCENE-BREAK-EXIT.
001540      EXIT.
001542
001544******************************************************************
001546* 2060-PROCESS-TRAILER -- CAPTURE THE SUPPLIER'S EXPECTED RECORD
001548*   COUNT AND HASH TOTALS FOR 7000-VERIFY-INPUT-TRAILER. THE
001550*   TRAILER ITSELF IS NOT COPIED: 7500-WRITE-CLEAN-TRAILER
001552*   REGENERATES ONE OVER THE ACCEPTED RECORDS ONLY.
001554******************************************************************
001556 2060-PROCESS-TRAILER.
001558      MOVE TR-REC-COUNT TO EXPECTED-REC-COUNT.
001560      MOVE TR-COORD-HASH TO EXPECTED-COORD-HASH.
001562      MOVE TR-COLOR-HASH TO EXPECTED-COLOR-HASH.
001564      SET TRAILER-SEEN TO TRUE.
001566 2060-PROCESS-TRAILER-EXIT.
001568      EXIT.
001570
001572* NON-NUMERIC FIELDS ARE LEFT OUT OF THE INPUT HASH TOTALS:
001574* THE SUPPLIER'S TRAILER IS DEFINED OVER THE NUMERIC VALUES,
001576* AND A GARBAGE FIELD IS CAUGHT BY EDIT 02 ANYWAY.
001578 2070-ACCUMULATE-INPUT-TOTALS.
001580      IF LR-X1 NUMERIC AND LR-Y1 NUMERIC AND
001582         LR-X2 NUMERIC AND LR-Y2 NUMERIC
001584          ADD LR-X1 LR-Y1 LR-X2 LR-Y2 TO IN-COORD-HASH
001586              ON SIZE ERROR
001588                  DISPLAY "2070-ACCUMULATE-INPUT-TOTALS: "
001590                          "COORD HASH OVERFLOW"
001592          END-ADD
001594      END-IF.
001596      IF LR-R NUMERIC AND LR-G NUMERIC AND LR-B NUMERIC
001598          ADD LR-R LR-G LR-B TO IN-COLOR-HASH
001600              ON SIZE ERROR
001602                  DISPLAY "2070-ACCUMULATE-INPUT-TOTALS: "
001604                          "COLOR HASH OVERFLOW"
001606          END-ADD
001608      END-IF.
001610 2070-ACCUMULATE-INPUT-TOTALS-EXIT.
001612      EXIT.
001614
001616* A BLANK SHAPE TYPE IS ACCEPTED BECAUSE DRAW-LINE IN
001618* MAIN-METHOD DEFAULTS IT TO "LINE" FOR FEEDS WRITTEN BEFORE
001620* THE SHAPE-TYPE PREFIX WAS ADDED.
001622 2100-EDIT-SHAPE-TYPE.
001624      IF LR-SHAPE-TYPE NOT = "LINE" AND
001626         LR-SHAPE-TYPE NOT = "RECT" AND
001628         LR-SHAPE-TYPE NOT = "POINT" AND
001630         LR-SHAPE-TYPE NOT = SPACES
001632          MOVE 1 TO REASON-CODE
001634          ADD 1 TO REJ-TYPE-CNT
001636      END-IF.
001638 2100-EDIT-SHAPE-TYPE-EXIT.
001640      EXIT.
001642
001644* NON-NUMERIC COLOR BYTES ARE NOT AN ERROR ANY MORE - THEY ARE
001646* THE SYMBOLIC COLOR-CODE VARIANT, EDITED IN 2400.
001648 2200-EDIT-NUMERIC-FIELDS.
001650      IF LR-X1 NOT NUMERIC OR LR-Y1 NOT NUMERIC OR
001652         LR-X2 NOT NUMERIC OR LR-Y2 NOT NUMERIC
001654          MOVE 2 TO REASON-CODE
001656          ADD 1 TO REJ-NUMERIC-CNT
001658      END-IF.
001660 2200-EDIT-NUMERIC-FIELDS-EXIT.
001662      EXIT.
001664
001666* THE CANVAS EDIT MATCHES 2150-VALIDATE-RECORD IN MAIN-METHOD:
001668* X1/Y1 MUST SIT ON THE CANVAS FOR EVERY SHAPE, AND X2/Y2 ONLY
001670* FOR LINE RECORDS, WHERE THEY ARE A SECOND ABSOLUTE POINT. FOR
001672* RECT RECORDS X2/Y2 ARE A WIDTH AND HEIGHT, NOT A COORDINATE.
001674* A FEED AUTHORED IN A LOGICAL SPACE IS JUDGED AGAINST THAT
001676* SPACE, NOT THE PHYSICAL CANVAS - THE RENDER STEP SCALES IT.
001678 2300-EDIT-CANVAS-LIMITS.
001680      IF LOGICAL-SPACE > 0
001682          MOVE LOGICAL-SPACE TO CANVAS-LIMIT-X
001684          MOVE LOGICAL-SPACE TO CANVAS-LIMIT-Y
001686      ELSE
001688          MOVE WIDTH TO CANVAS-LIMIT-X
001690          MOVE HEIGHT TO CANVAS-LIMIT-Y
001692      END-IF.
001694      IF LR-X1 NOT < CANVAS-LIMIT-X OR
001696         LR-Y1 NOT < CANVAS-LIMIT-Y
001698          MOVE 3 TO REASON-CODE
001700          ADD 1 TO REJ-CANVAS-CNT
001702          GO TO 2300-EDIT-CANVAS-LIMITS-EXIT
001704      END-IF.
001706      IF LR-SHAPE-TYPE = "LINE" OR LR-SHAPE-TYPE = SPACES
001708          IF LR-X2 NOT < CANVAS-LIMIT-X OR
001710             LR-Y2 NOT < CANVAS-LIMIT-Y
001712              MOVE 3 TO REASON-CODE
001714              ADD 1 TO REJ-CANVAS-CNT
001716          END-IF
001718      END-IF.
001720 2300-EDIT-CANVAS-LIMITS-EXIT.
001722      EXIT.
001724
001726* NUMERIC COLOR FIELDS ARE RANGE-CHECKED AS BEFORE. ANYTHING
001728* ELSE IS THE SYMBOLIC COLOR-CODE VARIANT: THE CODE MUST HAVE A
001730* PALETTE VERSION IN EFFECT ON THE FEED DATE OR THE RENDER STEP
001732* WILL REJECT IT TO THE RUN LOG, SO CATCH IT HERE AND BOUNCE IT
001734* TO THE SUPPLIER.
001736 2400-EDIT-COLOR-RANGE.
001738      IF LR-COLOR-FIELDS NUMERIC
001740          IF LR-R > 255 OR LR-G > 255 OR LR-B > 255
001742              MOVE 4 TO REASON-CODE
001744              ADD 1 TO REJ-COLOR-CNT
001746          END-IF
001748          GO TO 2400-EDIT-COLOR-RANGE-EXIT
001750      END-IF.
001752      MOVE 0 TO PAL-HIT.
001754      PERFORM 2450-SEARCH-PALETTE
001756          THRU 2450-SEARCH-PALETTE-EXIT
001758          VARYING PAL-IDX FROM 1 BY 1
001760          UNTIL PAL-IDX > PAL-COUNT OR PAL-HIT > 0.
001762      IF PAL-HIT = 0
001764          MOVE 5 TO REASON-CODE
001766          ADD 1 TO REJ-PALETTE-CNT
001768      END-IF.
001770 2400-EDIT-COLOR-RANGE-EXIT.
001772      EXIT.
001774
001776 2450-SEARCH-PALETTE.
001778      IF PAL-CODE (PAL-IDX) = LR-COLOR-CODE AND
001780         PAL-EFF-FROM (PAL-IDX) NOT > PALETTE-DATE AND
001782         PAL-EFF-TO (PAL-IDX) NOT < PALETTE-DATE
001784          MOVE PAL-IDX TO PAL-HIT
001786      END-IF.
001788 2450-SEARCH-PALETTE-EXIT.
001790      EXIT.
001792
001794******************************************************************
001796* 2500-EDIT-INCLUDE -- AN "INCL" RECORD. IT IS ONE FEED RECORD
001798*   WITH ITS OFFSETS IN THE COORDINATE HASH. THE OFFSETS MUST BE
001800*   NUMERIC (02), THE DRAWING MUST BE ON THE SHAPE MASTER (06),
001802*   AND THE DRAWING MOVED BY THE OFFSET MUST STAY ON THE CANVAS
001804*   BY THE SAME RULE AS 2300-EDIT-CANVAS-LIMITS (07): X1/Y1 OF
001806*   EVERY SHAPE, X2/Y2 OF A LINE.
001808******************************************************************
001810 2500-EDIT-INCLUDE.
001812      ADD 1 TO RECS-READ.
001814      MOVE 0 TO REASON-CODE.
001816      IF IR-X-OFFSET NOT NUMERIC OR IR-Y-OFFSET NOT NUMERIC
001818          MOVE 2 TO REASON-CODE
001820          ADD 1 TO REJ-NUMERIC-CNT
001822          GO TO 2500-EDIT-INCLUDE-DECIDE
001824      END-IF.
001826      ADD IR-X-OFFSET IR-Y-OFFSET TO IN-COORD-HASH
001828          ON SIZE ERROR
001830              DISPLAY "2500-EDIT-INCLUDE: COORD HASH OVERFLOW"
001832      END-ADD.
001834      PERFORM 2510-MEASURE-INCLUDE THRU 2510-MEASURE-INCLUDE-EXIT.
001836      IF INCL-SHAPES = 0
001838          MOVE 6 TO REASON-CODE
001840          ADD 1 TO REJ-INCL-CNT
001842          GO TO 2500-EDIT-INCLUDE-DECIDE
001844      END-IF.
001846      IF LOGICAL-SPACE > 0
001848          MOVE LOGICAL-SPACE TO CANVAS-LIMIT-X
001850          MOVE LOGICAL-SPACE TO CANVAS-LIMIT-Y
001852      ELSE
001854          MOVE WIDTH TO CANVAS-LIMIT-X
001856          MOVE HEIGHT TO CANVAS-LIMIT-Y
001858      END-IF.
001860      ADD INCL-MAX-X IR-X-OFFSET GIVING INCL-EXTENT-X.
001862      ADD INCL-MAX-Y IR-Y-OFFSET GIVING INCL-EXTENT-Y.
001864      IF INCL-EXTENT-X NOT < CANVAS-LIMIT-X OR
001866         INCL-EXTENT-Y NOT < CANVAS-LIMIT-Y
001868          MOVE 7 TO REASON-CODE
001870          ADD 1 TO REJ-INCL-CANVAS-CNT
001872      END-IF.
001874 2500-EDIT-INCLUDE-DECIDE.
001876      IF REASON-CODE = 0
001878          PERFORM 3050-WRITE-CLEAN-INCLUDE
001880              THRU 3050-WRITE-CLEAN-INCLUDE-EXIT
001882      ELSE
001884          PERFORM 3100-WRITE-REJECT THRU 3100-WRITE-REJECT-EXIT
001886      END-IF.
001888 2500-EDIT-INCLUDE-EXIT.
001890      EXIT.
001892
001894******************************************************************
001896* 2510-MEASURE-INCLUDE -- READ THE INCLUDED DRAWING OFF THE
001898*   SHAPE MASTER, COUNTING ITS SHAPES AND FINDING THE FURTHEST
001900*   X AND Y THE CANVAS EDIT WOULD LOOK AT. A DRAWING THAT IS NOT
001902*   THERE (OR NO MASTER AT ALL) COMES BACK WITH ZERO SHAPES.
001904******************************************************************
001906 2510-MEASURE-INCLUDE.
001908      MOVE 0 TO INCL-SHAPES.
001910      MOVE 0 TO INCL-MAX-X.
001912      MOVE 0 TO INCL-MAX-Y.
001914      IF NOT MASTER-OPEN
001916          GO TO 2510-MEASURE-INCLUDE-EXIT
001918      END-IF.
001920      MOVE "N" TO MS-EOF-SW.
001922      MOVE IR-DRAWING-ID TO MR-DRAWING-ID.
001924      MOVE 0 TO MR-SEQ-NO.
001926      START SHAPE-MASTER KEY NOT < MR-KEY
001928          INVALID KEY
001930              SET MS-AT-EOF TO TRUE
001932      END-START.
001934      PERFORM 2520-MEASURE-ONE-SHAPE
001936          THRU 2520-MEASURE-ONE-SHAPE-EXIT
001938          UNTIL MS-AT-EOF.
001940 2510-MEASURE-INCLUDE-EXIT.
001942      EXIT.
001944
001946 2520-MEASURE-ONE-SHAPE.
001948      READ SHAPE-MASTER NEXT RECORD
001950          AT END
001952              SET MS-AT-EOF TO TRUE
001954              GO TO 2520-MEASURE-ONE-SHAPE-EXIT
001956      END-READ.
001958      IF MR-DRAWING-ID NOT = IR-DRAWING-ID
001960          SET MS-AT-EOF TO TRUE
001962          GO TO 2520-MEASURE-ONE-SHAPE-EXIT
001964      END-IF.
001966      ADD 1 TO INCL-SHAPES.
001968      IF MR-X1 > INCL-MAX-X
001970          MOVE MR-X1 TO INCL-MAX-X
001972      END-IF.
001974      IF MR-Y1 > INCL-MAX-Y
001976          MOVE MR-Y1 TO INCL-MAX-Y
001978      END-IF.
001980      IF MR-SHAPE-TYPE = "LINE" OR MR-SHAPE-TYPE = SPACES
001982          IF MR-X2 > INCL-MAX-X
001984              MOVE MR-X2 TO INCL-MAX-X
001986          END-IF
001988          IF MR-Y2 > INCL-MAX-Y
001990              MOVE MR-Y2 TO INCL-MAX-Y
001992          END-IF
001994      END-IF.
001996 2520-MEASURE-ONE-SHAPE-EXIT.
001998      EXIT.
002000
002002 3000-WRITE-CLEAN.
002004      IF NOT CLEAN-HEADER-WRITTEN
002006          PERFORM 3200-WRITE-CLEAN-HEADER
002008              THRU 3200-WRITE-CLEAN-HEADER-EXIT
002010      END-IF.
002012      WRITE CLEAN-RECORD FROM LINE-RECORD.
002014      IF CL-FILE-STATUS NOT = "00"
002016          DISPLAY "3000-WRITE-CLEAN: WRITE FAILED, STATUS="
002018                  CL-FILE-STATUS
002020          MOVE 36 TO RETURN-CODE
002022          STOP RUN
002024      END-IF.
002026      ADD 1 TO RECS-ACCEPTED.
002028*     THE REGENERATED TRAILER COVERS ACCEPTED RECORDS ONLY, SO
002030*     THE CLEAN-FILE HASH TOTALS ACCUMULATE HERE AND NOT IN
002032*     2070-ACCUMULATE-INPUT-TOTALS.
002034      ADD LR-X1 LR-Y1 LR-X2 LR-Y2 TO CLN-COORD-HASH
002036          ON SIZE ERROR
002038              DISPLAY "3000-WRITE-CLEAN: COORD HASH OVERFLOW"
002040      END-ADD.
002042*     SYMBOLIC-COLOR RECORDS STAY OUT OF THE COLOR HASH, THE
002044*     SAME RULE THE RENDER STEP RECONCILES BY.
002046      IF LR-COLOR-FIELDS NUMERIC
002048          ADD LR-R LR-G LR-B TO CLN-COLOR-HASH
002050              ON SIZE ERROR
002052                  DISPLAY "3000-WRITE-CLEAN: COLOR HASH "
002054                          "OVERFLOW"
002056          END-ADD
002058      END-IF.
002060 3000-WRITE-CLEAN-EXIT.
002062      EXIT.
002064
002066* AN ACCEPTED INCL GOES TO THE CLEAN FILE AS DELIVERED AND INTO
002068* THE REGENERATED TRAILER UNDER THE INCL HASH RULE.
002070 3050-WRITE-CLEAN-INCLUDE.
002072      IF NOT CLEAN-HEADER-WRITTEN
002074          PERFORM 3200-WRITE-CLEAN-HEADER
002076              THRU 3200-WRITE-CLEAN-HEADER-EXIT
002078      END-IF.
002080      WRITE CLEAN-RECORD FROM INCLUDE-RECORD.
002082      IF CL-FILE-STATUS NOT = "00"
002084          DISPLAY "3050-WRITE-CLEAN-INCLUDE: WRITE FAILED, "
002086                  "STATUS=" CL-FILE-STATUS
002088          MOVE 36 TO RETURN-CODE
002090          STOP RUN
002092      END-IF.
002094      ADD 1 TO RECS-ACCEPTED.
002096      ADD IR-X-OFFSET IR-Y-OFFSET TO CLN-COORD-HASH
002098          ON SIZE ERROR
002100              DISPLAY "3050-WRITE-CLEAN-INCLUDE: COORD HASH "
002102                      "OVERFLOW"
002104      END-ADD.
002106 3050-WRITE-CLEAN-INCLUDE-EXIT.
002108      EXIT.
002110
002112 3100-WRITE-REJECT.
002114      MOVE SPACES TO REJECT-RECORD.
002116      MOVE REASON-CODE TO RJ-REASON-CODE.
002118      MOVE LINE-RECORD TO RJ-REJECT-DATA.
002120      WRITE REJECT-RECORD.
002122      IF RJ-FILE-STATUS NOT = "00"
002124          DISPLAY "3100-WRITE-REJECT: WRITE FAILED, STATUS="
002126                  RJ-FILE-STATUS
002128          MOVE 40 TO RETURN-CODE
002130          STOP RUN
002132      END-IF.
002134      ADD 1 TO RECS-REJECTED.
002136 3100-WRITE-REJECT-EXIT.
002138      EXIT.
002140
002142******************************************************************
002144* 3200-WRITE-CLEAN-HEADER -- THE CLEAN FILE ALWAYS CARRIES A
002146*   HEADER SO THE RENDER STEP CAN RECONCILE IT. A FEED HEADER
002148*   IS PASSED THROUGH AS DELIVERED; FOR A LEGACY FEED WITHOUT
002150*   ONE, A HEADER IS SYNTHESIZED FROM THE EDIT DATE WITH AN
002152*   UNKNOWN SUPPLIER.
002154******************************************************************
002156 3200-WRITE-CLEAN-HEADER.
002158      IF NOT HEADER-SEEN
002160          MOVE EDIT-DATE TO CH-FEED-DATE
002162          MOVE "UNKNOWN" TO CH-SUPPLIER-ID
002164*         A SYNTHESIZED HEADER STILL CARRIES THE LOGICAL SPACE
002166*         THE EDIT JUDGED BY, SO THE RENDER STEP SCALES THE
002168*         SAME WAY THE EDIT VALIDATED.
002170          MOVE LOGICAL-SPACE TO CH-LOGICAL-SPACE
002172      END-IF.
002174      WRITE CLEAN-RECORD FROM CLEAN-HEADER-REC.
002176      IF CL-FILE-STATUS NOT = "00"
002178          DISPLAY "3200-WRITE-CLEAN-HEADER: WRITE FAILED, "
002180                  "STATUS=" CL-FILE-STATUS
002182          MOVE 36 TO RETURN-CODE
002184          STOP RUN
002186      END-IF.
002188      SET CLEAN-HEADER-WRITTEN TO TRUE.
002190 3200-WRITE-CLEAN-HEADER-EXIT.
002192      EXIT.
002194
002196******************************************************************
002198* 7000-VERIFY-INPUT-TRAILER -- AT END OF FEED, CHECK THE
002200*   SUPPLIER'S TRAILER AGAINST WHAT WAS ACTUALLY READ. A
002202*   MISSING TRAILER OR ANY COUNT/HASH MISMATCH MARKS THE FEED
002204*   OUT OF BALANCE (A TRUNCATED OR CORRUPTED TRANSFER) AND THE
002206*   STEP ENDS WITH RETURN-CODE 8. A REGISTERED SUPPLIER THAT
002208*   SENT MORE SHAPE RECORDS THAN ITS CONTRACT ALLOWS IS HELD
002210*   THE SAME WAY.
002212******************************************************************
002214 7000-VERIFY-INPUT-TRAILER.
002216      IF SUPPLIER-CHECKED AND CONTRACT-VOLUME > 0 AND
002218         RECS-READ > CONTRACT-VOLUME
002220          DISPLAY "7000-VERIFY-INPUT-TRAILER: " RECS-READ
002222                  " SHAPE RECORDS, CONTRACT ALLOWS "
002224                  CONTRACT-VOLUME
002226          MOVE SPACES TO SUPPLIER-VERDICT
002228          STRING "*** OVER CONTRACTED VOLUME (" CONTRACT-VOLUME
002230              ") ***"
002232              DELIMITED BY SIZE INTO SUPPLIER-VERDICT
002234          SET SUPPLIER-ERROR TO TRUE
002236      END-IF.
002238      IF NOT TRAILER-SEEN
002240          DISPLAY "7000-VERIFY-INPUT-TRAILER: TRAILER RECORD "
002242                  "MISSING FROM FEED"
002244          SET RECON-ERROR TO TRUE
002246          GO TO 7000-VERIFY-INPUT-TRAILER-EXIT
002248      END-IF.
002250      IF EXPECTED-REC-COUNT NOT = RECS-READ
002252          DISPLAY "7000-VERIFY-INPUT-TRAILER: TRAILER COUNT "
002254                  EXPECTED-REC-COUNT " BUT " RECS-READ
002256                  " SHAPE RECORDS READ"
002258          SET RECON-ERROR TO TRUE
002260      END-IF.
002262      IF EXPECTED-COORD-HASH NOT = IN-COORD-HASH
002264          DISPLAY "7000-VERIFY-INPUT-TRAILER: COORDINATE HASH "
002266                  "MISMATCH"
002268          SET RECON-ERROR TO TRUE
002270      END-IF.
002272      IF EXPECTED-COLOR-HASH NOT = IN-COLOR-HASH
002274          DISPLAY "7000-VERIFY-INPUT-TRAILER: COLOR HASH "
002276                  "MISMATCH"
002278          SET RECON-ERROR TO TRUE
002280      END-IF.
002282 7000-VERIFY-INPUT-TRAILER-EXIT.
002284      EXIT.
002286
002288******************************************************************
002290* 7500-WRITE-CLEAN-TRAILER -- CLOSE OUT THE CLEAN FILE WITH A
002292*   REGENERATED TRAILER OVER THE ACCEPTED RECORDS, SO THE
002294*   RENDER STEP RECONCILES AGAINST THE FILE IT IS GIVEN AND
002296*   NOT AGAINST A FEED THAT STILL INCLUDED THE REJECTS.
002298******************************************************************
002300 7500-WRITE-CLEAN-TRAILER.
002302      IF NOT CLEAN-HEADER-WRITTEN
002304          PERFORM 3200-WRITE-CLEAN-HEADER
002306              THRU 3200-WRITE-CLEAN-HEADER-EXIT
002308      END-IF.
002310      MOVE RECS-ACCEPTED TO CT-REC-COUNT.
002312      MOVE CLN-COORD-HASH TO CT-COORD-HASH.
002314      MOVE CLN-COLOR-HASH TO CT-COLOR-HASH.
002316      WRITE CLEAN-RECORD FROM CLEAN-TRAILER-REC.
002318      IF CL-FILE-STATUS NOT = "00"
002320          DISPLAY "7500-WRITE-CLEAN-TRAILER: WRITE FAILED, "
002322                  "STATUS=" CL-FILE-STATUS
002324          MOVE 36 TO RETURN-CODE
002326          STOP RUN
002328      END-IF.
002330 7500-WRITE-CLEAN-TRAILER-EXIT.
002332      EXIT.
002334
002336******************************************************************
002338* 8000-EDIT-TOTALS -- WRITE THE EDIT-TOTALS CONTROL REPORT:
002340*   RECORDS READ, ACCEPTED AND REJECTED, AND THE REJECT COUNT
002342*   BROKEN DOWN BY REASON CODE.
002344******************************************************************
002346 8000-EDIT-TOTALS.
002348      OPEN OUTPUT EDIT-REPORT-FILE.
002350      IF ER-FILE-STATUS NOT = "00"
002352          DISPLAY "8000-EDIT-TOTALS: OPEN FAILED, STATUS="
002354                  ER-FILE-STATUS
002356          GO TO 8000-EDIT-TOTALS-EXIT
002358      END-IF.
002360
002362      MOVE SPACES TO EDIT-REPORT-RECORD.
002364      STRING "SHAPEEDIT FEED EDIT TOTALS - " EDIT-DATE
002366          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002368      WRITE EDIT-REPORT-RECORD.
002370
002372      MOVE SPACES TO EDIT-REPORT-RECORD.
002374      STRING "RECORDS READ............ " RECS-READ
002376          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002378      WRITE EDIT-REPORT-RECORD.
002380
002382      MOVE SPACES TO EDIT-REPORT-RECORD.
002384      STRING "RECORDS ACCEPTED........ " RECS-ACCEPTED
002386          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002388      WRITE EDIT-REPORT-RECORD.
002390
002392      MOVE SPACES TO EDIT-REPORT-RECORD.
002394      STRING "RECORDS REJECTED........ " RECS-REJECTED
002396          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002398      WRITE EDIT-REPORT-RECORD.
002400
002402      MOVE SPACES TO EDIT-REPORT-RECORD.
002404      STRING "  01 BAD SHAPE TYPE..... " REJ-TYPE-CNT
002406          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002408      WRITE EDIT-REPORT-RECORD.
002410
002412      MOVE SPACES TO EDIT-REPORT-RECORD.
002414      STRING "  02 NON-NUMERIC FIELD.. " REJ-NUMERIC-CNT
002416          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002418      WRITE EDIT-REPORT-RECORD.
002420
002422      MOVE SPACES TO EDIT-REPORT-RECORD.
002424      STRING "  03 OFF-CANVAS COORD... " REJ-CANVAS-CNT
002426          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002428      WRITE EDIT-REPORT-RECORD.
002430
002432      MOVE SPACES TO EDIT-REPORT-RECORD.
002434      STRING "  04 COLOR OUT OF RANGE. " REJ-COLOR-CNT
002436          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002438      WRITE EDIT-REPORT-RECORD.
002440
002442      MOVE SPACES TO EDIT-REPORT-RECORD.
002444      STRING "  05 COLOR NOT ON PALETTE " REJ-PALETTE-CNT
002446          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002448      WRITE EDIT-REPORT-RECORD.
002450
002452      MOVE SPACES TO EDIT-REPORT-RECORD.
002454      STRING "  06 INCL NOT ON MASTER. " REJ-INCL-CNT
002456          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002458      WRITE EDIT-REPORT-RECORD.
002460
002462      MOVE SPACES TO EDIT-REPORT-RECORD.
002464      STRING "  07 INCL OFF CANVAS.... " REJ-INCL-CANVAS-CNT
002466          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002468      WRITE EDIT-REPORT-RECORD.
002470
002472      MOVE SPACES TO EDIT-REPORT-RECORD.
002474      STRING "FEED RECONCILIATION:"
002476          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002478      WRITE EDIT-REPORT-RECORD.
002480
002482      MOVE SPACES TO EDIT-REPORT-RECORD.
002484      IF HEADER-SEEN
002486          STRING "SUPPLIER/FEED DATE...... " SUPPLIER-ID
002488              " " FEED-DATE
002490              DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
002492      ELSE
002494          STRING "SUPPLIER/FEED DATE...... NO HEADER RECORD "
002496              "ON FEED"
002498              DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
002500      END-IF.
002502      WRITE EDIT-REPORT-RECORD.
002504
002506      MOVE SPACES TO EDIT-REPORT-RECORD.
002508      STRING "SUPPLIER REGISTRY....... " SUPPLIER-VERDICT
002510          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002512      WRITE EDIT-REPORT-RECORD.
002514
002516      MOVE SPACES TO EDIT-REPORT-RECORD.
002518      IF TRAILER-SEEN
002520          STRING "TRAILER RECORD COUNT.... " EXPECTED-REC-COUNT
002522              DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
002524      ELSE
002526          STRING "TRAILER RECORD COUNT.... MISSING"
002528              DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
002530      END-IF.
002532      WRITE EDIT-REPORT-RECORD.
002534
002536      MOVE SPACES TO EDIT-REPORT-RECORD.
002538      STRING "COORD HASH FEED/TRAILER. " IN-COORD-HASH
002540          "/" EXPECTED-COORD-HASH
002542          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002544      WRITE EDIT-REPORT-RECORD.
002546
002548      MOVE SPACES TO EDIT-REPORT-RECORD.
002550      STRING "COLOR HASH FEED/TRAILER. " IN-COLOR-HASH
002552          "/" EXPECTED-COLOR-HASH
002554          DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
002556      WRITE EDIT-REPORT-RECORD.
002558
002560      MOVE SPACES TO EDIT-REPORT-RECORD.
002562      IF RECON-ERROR
002564          STRING "FEED STATUS............. *** OUT OF "
002566              "BALANCE ***"
002568              DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
002570      ELSE
002572          STRING "FEED STATUS............. IN BALANCE"
002574              DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
002576      END-IF.
002578      WRITE EDIT-REPORT-RECORD.
002580
002582      CLOSE EDIT-REPORT-FILE.
002584 8000-EDIT-TOTALS-EXIT.
002586      EXIT.
002588
002590******************************************************************
002592* 9000-TERMINATE -- CLOSE THE FILES AND SET THE STEP CONDITION
002594*   CODE: 0 FOR A CLEAN FEED, 4 WHEN ANY RECORD WAS REJECTED,
002596*   8 WHEN THE FEED ITSELF IS OUT OF BALANCE AGAINST ITS
002598*   TRAILER (OR THE TRAILER IS MISSING) OR ITS SUPPLIER FAILS
002600*   THE REGISTRY CHECK, SO
002602*   THE SCHEDULER CAN HOLD OR WARN ON THE RENDER STEP.
002604******************************************************************
002606 9000-TERMINATE.
002608      CLOSE EDIT-IN-FILE.
002610      CLOSE CLEAN-FILE.
002612      CLOSE REJECT-FILE.
002614      IF REGISTRY-OPEN
002616          CLOSE SUPPLIER-REGISTRY
002618      END-IF.
002620      IF MASTER-OPEN
002622          CLOSE SHAPE-MASTER
002624      END-IF.
002626      IF RECS-REJECTED > 0
002628          MOVE 4 TO RETURN-CODE
002630      END-IF.
002632      IF RECON-ERROR OR SUPPLIER-ERROR
002634          MOVE 8 TO RETURN-CODE
002636      END-IF.
002638 9000-TERMINATE-EXIT.
002640      EXIT.
002642
002644 END PROGRAM SHAPEEDIT.
