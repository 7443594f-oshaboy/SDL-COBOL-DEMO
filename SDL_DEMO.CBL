000476*                  CHECKPOINT IN PLACE SO 1100-LOAD-CHECKPOINT
000478*                  RESUMES THE RUN IN THE NEXT WINDOW INSTEAD OF
000480*                  THE OPERATOR KILLING IT AND LOSING THE WORK.
000482* 2026-10-15 DW    RESOLVE SYMBOLIC COLOR CODES THROUGH THE
000484*                  EFFECTIVE-DATED PALETTE MASTER (PALMST, KEPT
000486*                  BY PALMNT) INSTEAD OF THE FLAT PALETTE FILE.
000488*                  EVERY VERSION IS LOADED AND A CODE RESOLVES TO
000490*                  THE VERSION IN EFFECT ON THE HDR FEED DATE
000492*                  (TODAY UNTIL A HEADER IS READ), SO A RERUN OF
000494*                  AN OLD FEED RENDERS IN THE COLORS IT WAS CUT
000496*                  UNDER. PALETTE TABLE WIDENED TO 200 VERSIONS.
000498* 2026-10-15 DW    DECLARE THE 32-BIT UNSIGNED SDL EVENT FIELDS AS
000500*                  PIC 9(9) COMP-5 AND WRITE THE CHECK_QUIT POLL
000502*                  TEST WITH "=", KEEPING THE SOURCE TO THE SAME
000504*                  STANDARD USAGES AND OPERATORS AS THE REST OF
000506*                  THE SHOP'S PROGRAMS.
000508* 2026-10-15 DW    ADD THE "INCL" COMPONENT-INCLUDE RECORD TO THE
000510*                  SHAPEDAT FEED: IT NAMES A SHAPE MASTER DRAWING
000512*                  AND AN X/Y OFFSET, AND 2070-PROCESS-INCLUDE
000514*                  DRAWS THAT DRAWING'S SHAPES IN PLACE, MOVED BY
000516*                  THE OFFSET, INTO THE CURRENT SCENE. THE SHAPE
000518*                  RENDERING TAIL OF DRAW-LINE IS NOW
000520*                  2010-RENDER-SHAPE SO FEED AND INCLUDED SHAPES
000522*                  GO THROUGH THE SAME PATH. AN INCL COUNTS AS ONE
000524*                  FEED RECORD (SEE INCLUDE-RECORD FOR THE HASH
000526*                  RULE); AN INCL THAT CANNOT BE DRAWN ENDS THE
000528*                  RUN OUT OF BALANCE. CHECKPOINTS NEVER FALL
000530*                  INSIDE AN INCLUDED DRAWING.
000532* 2026-10-15 DW    A DRAWING= RUN NAMES ITS FRAME AFTER THE
000534*                  DRAWING (FRAME<DATE>-<RUNID>-G<GEN>-<DRAWING>
000536*                  .BMP) AS A PLAYLIST RUN ALREADY DOES, SO THE
000538*                  FRAME CAN BE ROUTED BY DRAWING DOWNSTREAM.
000540* 2026-10-15 DW    FEED= AND RUNGROUP= RUN PARMS (DEMO_FEED,
000542*                  DEMO_RUNGROUP) SO ONE CHUNK OF A FEED CUT BY
000544*                  FEEDSPLT CAN BE DRAWN PER RUN. THE RUN GROUP IS
000546*                  CARRIED ON ARCHCAT, ACCTFILE AND SUMRPT.
000548* 2026-10-15 DW    EVERY CHUNK OF A RUN GROUP AFTER THE FIRST
000550*                  APPENDS TO RUNLOG AND SUMRPT INSTEAD OF
000552*                  REPLACING THEM, SO RUNCONS PUTS THE WHOLE
000554*                  LOGICAL RUN ON RUNHIST AND SUMRPT SHOWS EVERY
000556*                  CHUNK.
000558* Tectonics: cobc
000560******************************************************************
000562 IDENTIFICATION DIVISION.
000564 PROGRAM-ID. MAIN-METHOD.
000566 ENVIRONMENT DIVISION.
000568 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000572     SELECT LINE-FILE ASSIGN TO FEED-DS-NAME
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS LF-FILE-STATUS.
000578     SELECT FRAME-FILE ASSIGN TO FRAME-DS-NAME
000580         ORGANIZATION IS SEQUENTIAL
000582         FILE STATUS IS FF-FILE-STATUS.
000584     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000586         ORGANIZATION IS LINE SEQUENTIAL
000588         FILE STATUS IS RL-FILE-STATUS.
000590     SELECT CHECKPOINT-FILE ASSIGN TO CHECKPOINT-DS-NAME
000592         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS CK-FILE-STATUS.
000596     SELECT SUMMARY-REPORT-FILE ASSIGN TO "SUMRPT"
000598         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS SR-FILE-STATUS.
000602     SELECT SHAPE-MASTER ASSIGN TO "SHAPEMST"
000604         ORGANIZATION IS INDEXED
000606         ACCESS MODE IS DYNAMIC
000608         RECORD KEY IS MR-KEY
000610         FILE STATUS IS MS-FILE-STATUS.
000612     SELECT PALETTE-FILE ASSIGN TO "PALMST"
000614         ORGANIZATION IS INDEXED
000616         ACCESS MODE IS SEQUENTIAL
000618         RECORD KEY IS PR-KEY
000620         FILE STATUS IS PL-FILE-STATUS.
000622     SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS AC-FILE-STATUS.
000628     SELECT PLAYLIST-FILE ASSIGN TO "PLAYLIST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000632         FILE STATUS IS PY-FILE-STATUS.
000634     SELECT ACCOUNTING-FILE ASSIGN TO "ACCTFILE"
000636         ORGANIZATION IS LINE SEQUENTIAL
000638         FILE STATUS IS AF-FILE-STATUS.
000640     SELECT HEARTBEAT-FILE ASSIGN TO "HRTBEAT"
000642         ORGANIZATION IS LINE SEQUENTIAL
000644         FILE STATUS IS HB-FILE-STATUS.
000646     SELECT STOP-REQUEST-FILE ASSIGN TO "OPERSTOP"
000648         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS OS-FILE-STATUS.
000652 DATA DIVISION.
000654 FILE SECTION.
000656* LR-X1/LR-Y1 ARE ALWAYS AN ABSOLUTE POINT. FOR LR-SHAPE-TYPE OF
000658* "LINE" OR "POINT", LR-X2/LR-Y2 ARE ALSO AN ABSOLUTE POINT (THE
000660* LINE'S OTHER END, UNUSED FOR "POINT"). FOR "RECT" THE SAME TWO
000662* FIELDS ARE REINTERPRETED AS A WIDTH AND HEIGHT MEASURED FROM
000664* LR-X1/LR-Y1, NOT A SECOND CORNER - SEE 2220-DRAW-SHAPE-RECT.
000666 FD  LINE-FILE.
000668 01  LINE-RECORD.
000670     05  LR-SHAPE-TYPE   PIC X(5).
000672     05  LR-X1           PIC 9(3).
000674     05  LR-Y1           PIC 9(3).
000676     05  LR-X2           PIC 9(3).
000678     05  LR-Y2           PIC 9(3).
000680* A FEED RECORD CARRIES EITHER THREE NUMERIC COLOR FIELDS OR A
000682* SYMBOLIC COLOR CODE (DETECTED BY A CLASS TEST ON THE GROUP)
000684* RESOLVED THROUGH THE PALETTE TABLE - SEE 2120-RESOLVE-COLOR.
000686     05  LR-COLOR-FIELDS.
000688         10  LR-R        PIC 9(3).
000690         10  LR-G        PIC 9(3).
000692         10  LR-B        PIC 9(3).
000694     05  LR-COLOR-VARIANT REDEFINES LR-COLOR-FIELDS.
000696         10  LR-COLOR-CODE PIC X(8).
000698         10  FILLER      PIC X(1).
000700* THE FEED CARRIES AN "HDR" CONTROL RECORD FIRST AND A "TRL"
000702* CONTROL RECORD LAST. THE TRAILER'S RECORD COUNT AND HASH
000704* TOTALS (STRAIGHT SUMS OF THE COORDINATE FIELDS AND OF THE
000706* COLOR FIELDS OVER EVERY SHAPE RECORD) ARE RECONCILED AGAINST
000708* WHAT WAS ACTUALLY READ AND LOGGED - SEE 9100-RECONCILE-FEED.
000710 01  FEED-HEADER-RECORD.
000712     05  HR-RECORD-TYPE  PIC X(5).
000714     05  HR-FEED-DATE    PIC 9(8).
000716     05  HR-SUPPLIER-ID  PIC X(8).
000718*    THE LOGICAL COORDINATE SPACE THE FEED WAS AUTHORED IN
000720*    (E.G. 1000 FOR 0-999). BLANK OR ZERO ON OLDER FEEDS -
000722*    THE LOGICAL= RUN PARM THEN APPLIES, IF ANY.
000724     05  HR-LOGICAL-SPACE PIC 9(4).
000726 01  FEED-TRAILER-RECORD.
000728     05  TR-RECORD-TYPE  PIC X(5).
000730     05  TR-REC-COUNT    PIC 9(6).
000732     05  TR-COORD-HASH   PIC 9(9).
000734     05  TR-COLOR-HASH   PIC 9(9).
000736* A "SCENE" CONTROL RECORD ENDS THE DRAWING RENDERED SO FAR:
000738* THE FRAME IS CAPTURED UNDER THE SCENE ID, THE CANVAS IS
000740* CLEARED AND THE PER-SCENE STATS RESET - SEE
000742* 2080-PROCESS-SCENE-BREAK. SHAPES AFTER THE LAST SCENE BREAK
000744* ARE CAPTURED AT END OF RUN UNDER THE LEGACY DATED NAME.
000746 01  SCENE-BREAK-RECORD.
000748     05  SB-RECORD-TYPE  PIC X(5).
000750     05  SB-SCENE-ID     PIC X(8).
000752* AN "INCL" RECORD DRAWS A STORED SHAPE MASTER DRAWING IN PLACE,
000754* EVERY SHAPE MOVED RIGHT/DOWN BY THE X/Y OFFSET, INTO THE
000756* CURRENT SCENE - SEE 2070-PROCESS-INCLUDE. THE OFFSETS SIT IN
000758* THE LR-X1/LR-Y1 POSITIONS. FOR THE TRAILER AN INCL COUNTS AS
000760* ONE RECORD, ADDS ITS TWO OFFSETS TO THE COORDINATE HASH AND
000762* NOTHING TO THE COLOR HASH; THE INCLUDED SHAPES THEMSELVES ARE
000764* NOT FEED RECORDS AND NEVER COUNT TOWARD THE TRAILER, BUT EACH
000766* ONE IS LOGGED TO THE RUN LOG LIKE ANY OTHER SHAPE DRAWN.
000768 01  INCLUDE-RECORD.
000770     05  IR-RECORD-TYPE  PIC X(5).
000772     05  IR-X-OFFSET     PIC 9(3).
000774     05  IR-Y-OFFSET     PIC 9(3).
000776     05  IR-DRAWING-ID   PIC X(8).
000778 FD  FRAME-FILE
000780     RECORD IS VARYING IN SIZE FROM 54 TO 4000054
000782     CHARACTERS DEPENDING ON FRAME-REC-LEN.
000784 01  FRAME-OUT-RECORD.
000786     05  FRAME-HEADER-OUT    PIC X(54).
000788     05  FRAME-PIXELS-OUT    PIC X(4000000).
000790 FD  RUN-LOG-FILE.
000792 01  RUN-LOG-RECORD.
000794     05  RL-DATE         PIC 9(8).
000796     05  FILLER          PIC X(1) VALUE SPACE.
000798     05  RL-TIME         PIC 9(8).
000800     05  FILLER          PIC X(1) VALUE SPACE.
000802     05  RL-RUN-ID       PIC X(8).
000804     05  FILLER          PIC X(1) VALUE SPACE.
000806     05  RL-ITER         PIC 9(4).
000808     05  FILLER          PIC X(1) VALUE SPACE.
000810     05  RL-X1           PIC 9(3).
000812     05  FILLER          PIC X(1) VALUE SPACE.
000814     05  RL-Y1           PIC 9(3).
000816     05  FILLER          PIC X(1) VALUE SPACE.
000818     05  RL-X2           PIC 9(3).
000820     05  FILLER          PIC X(1) VALUE SPACE.
000822     05  RL-Y2           PIC 9(3).
000824     05  FILLER          PIC X(1) VALUE SPACE.
000826     05  RL-R            PIC 9(3).
000828     05  FILLER          PIC X(1) VALUE SPACE.
000830     05  RL-G            PIC 9(3).
000832     05  FILLER          PIC X(1) VALUE SPACE.
000834     05  RL-B            PIC 9(3).
000836     05  FILLER          PIC X(1) VALUE SPACE.
000838*    THE COLOR CODE THE FEED ASKED FOR - SPACES ON A RECORD
000840*    THAT CARRIED RAW NUMERIC COLOR FIELDS. ON AN UNKNOWN CODE
000842*    THE RECORD IS LOGGED WITH ZERO COLORS AND NOT DRAWN.
000844     05  RL-COLOR-CODE   PIC X(8).
000846* CK-MIN/MAX-X1/Y1/X2/Y2 AND THE CK-R/G/B-LOW/MED/HIGH COLOR
000848* BUCKETS MIRROR THE STAT-MIN/MAX-* AND *-LOW/MED/HIGH-CNT
000850* WORKING-STORAGE ITEMS ACCUMULATED IN 2500-ACCUMULATE-STATS, SO
000852* A RUN RESUMED FROM A CHECKPOINT CARRIES THE PRIOR RUN'S
000854* BOUNDING BOX AND COLOR DISTRIBUTION FORWARD INSTEAD OF
000856* RESTARTING THEM AT THEIR INITIAL VALUES.
000858 FD  CHECKPOINT-FILE.
000860 01  CHECKPOINT-RECORD.
000862     05  CK-ITER         PIC 9(4).
000864     05  FILLER          PIC X(1) VALUE SPACE.
000866     05  CK-MIN-X1       PIC 9(3).
000868     05  FILLER          PIC X(1) VALUE SPACE.
000870     05  CK-MAX-X1       PIC 9(3).
000872     05  FILLER          PIC X(1) VALUE SPACE.
000874     05  CK-MIN-Y1       PIC 9(3).
000876     05  FILLER          PIC X(1) VALUE SPACE.
000878     05  CK-MAX-Y1       PIC 9(3).
000880     05  FILLER          PIC X(1) VALUE SPACE.
000882     05  CK-MIN-X2       PIC 9(3).
000884     05  FILLER          PIC X(1) VALUE SPACE.
000886     05  CK-MAX-X2       PIC 9(3).
000888     05  FILLER          PIC X(1) VALUE SPACE.
000890     05  CK-MIN-Y2       PIC 9(3).
000892     05  FILLER          PIC X(1) VALUE SPACE.
000894     05  CK-MAX-Y2       PIC 9(3).
000896     05  FILLER          PIC X(1) VALUE SPACE.
000898     05  CK-R-LOW-CNT    PIC 9(4).
000900     05  FILLER          PIC X(1) VALUE SPACE.
000902     05  CK-R-MED-CNT    PIC 9(4).
000904     05  FILLER          PIC X(1) VALUE SPACE.
000906     05  CK-R-HIGH-CNT   PIC 9(4).
000908     05  FILLER          PIC X(1) VALUE SPACE.
000910     05  CK-G-LOW-CNT    PIC 9(4).
000912     05  FILLER          PIC X(1) VALUE SPACE.
000914     05  CK-G-MED-CNT    PIC 9(4).
000916     05  FILLER          PIC X(1) VALUE SPACE.
000918     05  CK-G-HIGH-CNT   PIC 9(4).
000920     05  FILLER          PIC X(1) VALUE SPACE.
000922     05  CK-B-LOW-CNT    PIC 9(4).
000924     05  FILLER          PIC X(1) VALUE SPACE.
000926     05  CK-B-MED-CNT    PIC 9(4).
000928     05  FILLER          PIC X(1) VALUE SPACE.
000930     05  CK-B-HIGH-CNT   PIC 9(4).
000932     05  FILLER          PIC X(1) VALUE SPACE.
000934*    THE INPUT THE CHECKPOINT BELONGS TO: THE DRAWING ID FOR A
000936*    DRAWING= RUN, THE CHUNK FILE NAME FOR A FEED= RUN, OR
000938*    "*FEED*" FOR A SHAPEDAT RUN. A LEFTOVER
000940*    CHECKPOINT FROM A DIFFERENT INPUT MUST NOT MAKE THIS RUN
000942*    SKIP ITS FIRST CK-ITER SHAPES - SEE 1100-LOAD-CHECKPOINT.
000944     05  CK-INPUT-SOURCE PIC X(8).
000946     05  FILLER          PIC X(1) VALUE SPACE.
000948*    THE FRAME FILES ALREADY CAPTURED THIS RUN, CARRIED THE
000950*    SAME WAY THE STATS WERE WIDENED IN: ON A RESUMED
000952*    MULTI-SCENE RUN THE FRAMES ARCHIVED BEFORE THE FAILURE
000954*    MUST STILL REACH THE ARCHIVE CATALOG AT END OF RUN, OR
000956*    THEY BECOME INVISIBLE TO ARCHMNT AND TO AUDIT.
000958*    SCENE BREAKS ALREADY CONSUMED, SO A RESTART SKIPS THE
000960*    SCENE RECORD AT A SCENE-BOUNDARY CHECKPOINT INSTEAD OF
000962*    RE-CAPTURING THAT SCENE FROM A CANVAS THE SKIPPED SHAPES
000964*    WERE NEVER REDRAWN ON - SEE 1150-SKIP-TO-CHECKPOINT.
000966     05  CK-SCENE-CNT    PIC 9(4).
000968     05  FILLER          PIC X(1) VALUE SPACE.
000970     05  CK-CAPTURED-CNT PIC 9(2).
000972     05  CK-FRAME-TABLE.
000974         10  CK-CF-ENTRY OCCURS 21 TIMES.
000976             15  FILLER          PIC X(1).
000978             15  CK-CF-NAME      PIC X(44).
000980 FD  SUMMARY-REPORT-FILE.
000982 01  SUMMARY-RECORD      PIC X(80).
000984* THE SHAPE MASTER HOLDS THE SAME SHAPE FIELDS AS LINE-RECORD
000986* BEHIND A DRAWING ID + SEQUENCE KEY. IT IS LOADED AND
000988* MAINTAINED BY THE SHAPMNT PROGRAM - KEEP THE TWO LAYOUTS IN
000990* STEP WITH MASTER-RECORD THERE.
000992 FD  SHAPE-MASTER.
000994 01  MASTER-RECORD.
000996     05  MR-KEY.
000998         10  MR-DRAWING-ID   PIC X(8).
001000         10  MR-SEQ-NO       PIC 9(4).
001002     05  MR-SHAPE-TYPE   PIC X(5).
001004     05  MR-X1           PIC 9(3).
001006     05  MR-Y1           PIC 9(3).
001008     05  MR-X2           PIC 9(3).
001010     05  MR-Y2           PIC 9(3).
001012     05  MR-R            PIC 9(3).
001014     05  MR-G            PIC 9(3).
001016     05  MR-B            PIC 9(3).
001018* ONE PALETTE MASTER RECORD PER VERSION OF A COLOR CODE: CODE AND
001020* EFFECTIVE-FROM DATE AS THE KEY, THEN THE EFFECTIVE-TO DATE AND
001022* THE THREE NUMERIC COMPONENTS. SAME LAYOUT AS PALMNT, WHICH
001024* MAINTAINS IT - KEEP IN STEP. LOADED INTO PALETTE-TABLE BY
001026* 1400-LOAD-PALETTE.
001028 FD  PALETTE-FILE.
001030 01  PALETTE-RECORD.
001032     05  PR-KEY.
001034         10  PR-CODE         PIC X(8).
001036         10  PR-EFF-FROM     PIC 9(8).
001038     05  PR-EFF-TO       PIC 9(8).
001040     05  PR-R            PIC 9(3).
001042     05  PR-G            PIC 9(3).
001044     05  PR-B            PIC 9(3).
001046* ONE CATALOG RECORD PER ARCHIVED FRAME, APPENDED AT END OF
001048* RUN BY 9500-WRITE-CATALOG AND READ BACK AT STARTUP BY
001050* 1500-ASSIGN-GENERATION. THE ARCHMNT RETENTION PROGRAM KEEPS
001052* ITS OWN COPY OF THIS LAYOUT - KEEP THE TWO IN STEP.
001054* ONE DRAWING ID PER PLAYLIST LINE, RENDERED IN FILE ORDER BY
001056* 2600-PROCESS-PLAYLIST. BLANK LINES ARE IGNORED.
001058 FD  PLAYLIST-FILE.
001060 01  PLAYLIST-RECORD.
001062     05  PY-DRAWING-ID   PIC X(8).
001064* ONE ACCOUNTING RECORD PER RUN, APPENDED AT END OF RUN BY
001066* 9600-WRITE-ACCOUNTING. THE ACCTRPT CHARGEBACK PROGRAM KEEPS
001068* ITS OWN COPY OF THIS LAYOUT - KEEP THE TWO IN STEP.
001070 FD  ACCOUNTING-FILE.
001072 01  ACCOUNTING-RECORD.
001074     05  AR-SUPPLIER-ID  PIC X(8).
001076     05  FILLER          PIC X(1) VALUE SPACE.
001078     05  AR-RUN-ID       PIC X(8).
001080     05  FILLER          PIC X(1) VALUE SPACE.
001082     05  AR-RUN-DATE     PIC 9(8).
001084     05  FILLER          PIC X(1) VALUE SPACE.
001086     05  AR-RUN-TIME     PIC 9(8).
001088     05  FILLER          PIC X(1) VALUE SPACE.
001090     05  AR-LINE-CNT     PIC 9(4).
001092     05  FILLER          PIC X(1) VALUE SPACE.
001094     05  AR-RECT-CNT     PIC 9(4).
001096     05  FILLER          PIC X(1) VALUE SPACE.
001098     05  AR-POINT-CNT    PIC 9(4).
001100     05  FILLER          PIC X(1) VALUE SPACE.
001102     05  AR-COLOR-REJ-CNT PIC 9(4).
001104     05  FILLER          PIC X(1) VALUE SPACE.
001106     05  AR-SCENE-CNT    PIC 9(4).
001108     05  FILLER          PIC X(1) VALUE SPACE.
001110     05  AR-FRAME-CNT    PIC 9(2).
001112     05  FILLER          PIC X(1) VALUE SPACE.
001114     05  AR-ELAPSED-SECS PIC 9(6).
001116     05  FILLER          PIC X(1) VALUE SPACE.
001118     05  AR-RUN-GROUP    PIC X(8).
001120* THE HEARTBEAT IS REWRITTEN WHOLE AT EVERY CHECKPOINT INTERVAL
001122* BY 2470-WRITE-HEARTBEAT SO THE CONSOLE OPERATOR CAN SEE WHERE
001124* A LIVE RUN IS WITHOUT WAITING FOR RUNLOG TO CLOSE.
001126 FD  HEARTBEAT-FILE.
001128 01  HEARTBEAT-RECORD.
001130     05  HB-RUN-ID       PIC X(8).
001132     05  FILLER          PIC X(1) VALUE SPACE.
001134     05  HB-ITER         PIC 9(4).
001136     05  FILLER          PIC X(1) VALUE SPACE.
001138     05  HB-SCENE-CNT    PIC 9(4).
001140     05  FILLER          PIC X(1) VALUE SPACE.
001142     05  HB-LAST-TIME    PIC 9(8).
001144* THE OPERATOR REQUESTS A CLEAN STOP BY CREATING AN OPERSTOP
001146* FILE (ANY CONTENT). 2480-POLL-OPERATOR-STOP CONSUMES AND
001148* DELETES IT SO THE REQUEST CANNOT LEAK INTO THE NEXT RUN.
001150 FD  STOP-REQUEST-FILE.
001152 01  STOP-REQUEST-RECORD PIC X(8).
001154 FD  ARCHIVE-CATALOG-FILE.
001156 01  CATALOG-RECORD.
001158     05  AC-RUN-ID       PIC X(8).
001160     05  FILLER          PIC X(1) VALUE SPACE.
001162     05  AC-RUN-DATE     PIC 9(8).
001164     05  FILLER          PIC X(1) VALUE SPACE.
001166     05  AC-RUN-TIME     PIC 9(8).
001168     05  FILLER          PIC X(1) VALUE SPACE.
001170     05  AC-GENERATION   PIC 9(5).
001172     05  FILLER          PIC X(1) VALUE SPACE.
001174     05  AC-FRAME-NAME   PIC X(44).
001176     05  FILLER          PIC X(1) VALUE SPACE.
001178     05  AC-ITER-COUNT   PIC 9(4).
001180     05  FILLER          PIC X(1) VALUE SPACE.
001182     05  AC-RETURN-CODE  PIC 9(4).
001184     05  FILLER          PIC X(1) VALUE SPACE.
001186     05  AC-RUN-GROUP    PIC X(8).
001188 WORKING-STORAGE SECTION.
001190  77 SDL-WINDOW USAGE POINTER.
001192  77 SDL-RENDERER USAGE POINTER.
001194  77 SDL-SURFACE USAGE POINTER.
001196  77 RUN-MODE PIC X(1) VALUE "I".
001198      88 BATCH-MODE VALUE "B".
001200      88 INTERACTIVE-MODE VALUE "I".
001202  77 WIDTH PIC 9(4) VALUE 640.
001204  77 HEIGHT PIC 9(4) VALUE 480.
001206  77 X1 PIC 9(3).
001208  77 X2 PIC 9(3).
001210  77 Y1 PIC 9(3).
001212  77 Y2 PIC 9(3).
001214  77 LOG-X2 PIC 9(3) VALUE 0.
001216  77 LOG-Y2 PIC 9(3) VALUE 0.
001218  77 COLOR_R PIC 9(3).
001220  77 COLOR_G PIC 9(3).
001222  77 COLOR_B PIC 9(3).
001224  77 ITER-COUNT PIC 9(4) COMP VALUE 0.
001226  77 LF-FILE-STATUS PIC X(2) VALUE "00".
001228  77 LF-EOF-SW PIC X(1) VALUE "N".
001230      88 LF-AT-EOF VALUE "Y".
001232  77 FEED-RECS-READ PIC 9(6) VALUE 0.
001234  77 RUN-LOG-WRITES PIC 9(6) VALUE 0.
001236  77 FEED-COORD-HASH PIC 9(9) VALUE 0.
001238  77 FEED-COLOR-HASH PIC 9(9) VALUE 0.
001240  77 FEED-DATE PIC 9(8) VALUE 0.
001242  77 SUPPLIER-ID PIC X(8) VALUE SPACES.
001244  77 EXPECTED-REC-COUNT PIC 9(6) VALUE 0.
001246  77 EXPECTED-COORD-HASH PIC 9(9) VALUE 0.
001248  77 EXPECTED-COLOR-HASH PIC 9(9) VALUE 0.
001250  77 HEADER-SEEN-SW PIC X(1) VALUE "N".
001252      88 HEADER-SEEN VALUE "Y".
001254  77 TRAILER-SEEN-SW PIC X(1) VALUE "N".
001256      88 TRAILER-SEEN VALUE "Y".
001258  77 RECON-ERROR-SW PIC X(1) VALUE "N".
001260      88 RECON-ERROR VALUE "Y".
001262  77 MS-FILE-STATUS PIC X(2) VALUE "00".
001264  77 DRAWING-ID PIC X(8) VALUE SPACES.
001266  77 MASTER-IN-SW PIC X(1) VALUE "N".
001268      88 MASTER-INPUT VALUE "Y".
001270  77 PY-FILE-STATUS PIC X(2) VALUE "00".
001272  77 PY-EOF-SW PIC X(1) VALUE "N".
001274      88 PY-AT-EOF VALUE "Y".
001276  77 PLAYLIST-SW PIC X(1) VALUE "N".
001278      88 PLAYLIST-MODE VALUE "Y".
001280  77 PLAYLIST-DRAWN PIC 9(4) VALUE 0.
001282  77 PLAYLIST-SKIPPED PIC 9(4) VALUE 0.
001284* INCL STATE. THE INCL RECORD IS SAVED HERE BEFORE THE INCLUDED
001286* DRAWING'S SHAPES ARE READ INTO LINE-RECORD OVER IT. ON A FEED
001288* RUN THE SHAPE MASTER IS OPENED ONLY WHEN THE FIRST INCL IS
001290* MET; "M" MEANS THERE IS NO MASTER TO INCLUDE FROM.
001292  77 INCL-DRAWING-ID PIC X(8) VALUE SPACES.
001294  77 INCL-X-OFFSET PIC 9(3) VALUE 0.
001296  77 INCL-Y-OFFSET PIC 9(3) VALUE 0.
001298  77 INCL-EOF-SW PIC X(1) VALUE "N".
001300      88 INCL-AT-EOF VALUE "Y".
001302  77 INCLUDE-SW PIC X(1) VALUE "N".
001304      88 INCLUDE-ACTIVE VALUE "Y".
001306  77 INCL-MASTER-SW PIC X(1) VALUE "N".
001308      88 INCL-MASTER-OPEN VALUE "Y".
001310      88 INCL-MASTER-MISSING VALUE "M".
001312  77 INCL-RECS-READ PIC 9(6) VALUE 0.
001314  77 INCL-SHAPE-CNT PIC 9(6) VALUE 0.
001316  77 INCL-FAILED-CNT PIC 9(4) VALUE 0.
001318  77 INCL-DRAWING-SHAPES PIC 9(4) VALUE 0.
001320  77 INCL-START-QUOT PIC 9(4) COMP VALUE 0.
001322  77 EXPECTED-LOG-WRITES PIC 9(6) VALUE 0.
001324  77 AF-FILE-STATUS PIC X(2) VALUE "00".
001326* SHAPES ACTUALLY DRAWN BY TYPE, COUNTED IN 2200-DISPATCH-SHAPE
001328* (COLOR-REJECTED RECORDS NEVER GET THERE), AND THE FIRST/LAST
001330* SHAPE TIMES THAT BRACKET THE RUN FOR THE ACCOUNTING RECORD.
001332  77 LINE-DRAWN-CNT PIC 9(4) VALUE 0.
001334  77 RECT-DRAWN-CNT PIC 9(4) VALUE 0.
001336  77 POINT-DRAWN-CNT PIC 9(4) VALUE 0.
001338  77 FIRST-SHAPE-SW PIC X(1) VALUE "N".
001340      88 FIRST-SHAPE-SEEN VALUE "Y".
001342  77 FIRST-SHAPE-TIME PIC 9(8) VALUE 0.
001344  77 LAST-SHAPE-TIME PIC 9(8) VALUE 0.
001346  77 ACCT-TIME-HH PIC 9(2) VALUE 0.
001348  77 ACCT-TIME-MM PIC 9(2) VALUE 0.
001350  77 ACCT-TIME-SS PIC 9(2) VALUE 0.
001352  77 ACCT-FIRST-SECS PIC 9(6) VALUE 0.
001354  77 ACCT-LAST-SECS PIC 9(6) VALUE 0.
001356  77 ACCT-ELAPSED-SECS PIC 9(6) VALUE 0.
001358  77 HB-FILE-STATUS PIC X(2) VALUE "00".
001360  77 OS-FILE-STATUS PIC X(2) VALUE "00".
001362  77 STOP-DS-NAME PIC X(8) VALUE "OPERSTOP".
001364  77 OS-DELETE-RC PIC 9(4) COMP VALUE 0.
001366  77 STOP-REQ-SW PIC X(1) VALUE "N".
001368      88 OPERATOR-STOP VALUE "Y".
001370  77 PL-FILE-STATUS PIC X(2) VALUE "00".
001372  77 PL-EOF-SW PIC X(1) VALUE "N".
001374      88 PL-AT-EOF VALUE "Y".
001376  77 PAL-COUNT PIC 9(3) COMP VALUE 0.
001378  77 PAL-IDX PIC 9(3) COMP VALUE 0.
001380  77 PAL-HIT PIC 9(3) COMP VALUE 0.
001382* A CODE RESOLVES TO THE PALETTE VERSION IN EFFECT ON THIS DATE.
001384  77 PALETTE-DATE PIC 9(8) VALUE 0.
001386  77 CUR-COLOR-CODE PIC X(8) VALUE SPACES.
001388  77 COLOR-REJECT-SW PIC X(1) VALUE "N".
001390      88 COLOR-REJECTED VALUE "Y".
001392  77 COLOR-REJECT-CNT PIC 9(4) VALUE 0.
001394  01 PALETTE-TABLE.
001396* ONE ENTRY PER VERSION, NOT PER CODE - 200 COVERS EVERY CODE
001398* WITH ROOM FOR SEVERAL DATED CHANGES EACH.
001400   05 PAL-ENTRY OCCURS 200 TIMES.
001402    10 PAL-CODE PIC X(8).
001404    10 PAL-EFF-FROM PIC 9(8).
001406    10 PAL-EFF-TO PIC 9(8).
001408    10 PAL-R PIC 9(3).
001410    10 PAL-G PIC 9(3).
001412    10 PAL-B PIC 9(3).
001414  77 CAPTURE-SCENE-ID PIC X(8) VALUE SPACES.
001416  77 SCENE-COUNT PIC 9(2) COMP VALUE 0.
001418* EVERY SCENE RECORD CONSUMED, LIVE OR REPLAYED ON A RESTART
001420* SKIP - UNLIKE SCENE-COUNT IT IS NOT CAPPED BY THE SCENE
001422* TABLE, SO IT TRACKS THE FEED POSITION EXACTLY.
001424  77 SCENE-RECS-SEEN PIC 9(4) VALUE 0.
001426* SCENE RECORDS THE CHECKPOINT SAYS THE FAILED RUN CONSUMED -
001428* THE SKIP REPLAYS SCENE RECORDS UNTIL THIS MANY ARE SEEN.
001430  77 CK-SCENE-TARGET PIC 9(4) VALUE 0.
001432  77 SCENE-ITER-CNT PIC 9(4) VALUE 0.
001434  77 SCENE-IDX PIC 9(2) COMP VALUE 0.
001436* ONE ENTRY PER COMPLETED SCENE, SNAPSHOTTED FROM THE STAT-*
001438* AND *-LOW/MED/HIGH-CNT ITEMS BY 2090-SNAPSHOT-SCENE-STATS
001440* BEFORE THEY ARE RESET FOR THE NEXT SCENE. 9040-FOLD-SCENE-
001442* STATS REBUILDS THE RUN-WIDE TOTALS FROM THESE ENTRIES FOR
001444* 9000-SUMMARY-REPORT.
001446  01 SCENE-TABLE.
001448   05 SCENE-ENTRY OCCURS 20 TIMES.
001450    10 SCN-ID PIC X(8).
001452    10 SCN-SHAPE-CNT PIC 9(4).
001454    10 SCN-MIN-X1 PIC 9(3).
001456    10 SCN-MAX-X1 PIC 9(3).
001458    10 SCN-MIN-Y1 PIC 9(3).
001460    10 SCN-MAX-Y1 PIC 9(3).
001462    10 SCN-MIN-X2 PIC 9(3).
001464    10 SCN-MAX-X2 PIC 9(3).
001466    10 SCN-MIN-Y2 PIC 9(3).
001468    10 SCN-MAX-Y2 PIC 9(3).
001470    10 SCN-R-LOW-CNT PIC 9(4).
001472    10 SCN-R-MED-CNT PIC 9(4).
001474    10 SCN-R-HIGH-CNT PIC 9(4).
001476    10 SCN-G-LOW-CNT PIC 9(4).
001478    10 SCN-G-MED-CNT PIC 9(4).
001480    10 SCN-G-HIGH-CNT PIC 9(4).
001482    10 SCN-B-LOW-CNT PIC 9(4).
001484    10 SCN-B-MED-CNT PIC 9(4).
001486    10 SCN-B-HIGH-CNT PIC 9(4).
001488  01 E.
001490   05 E_TYPE PIC 9(9) USAGE COMP-5.
001492   05 USAGE BINARY-CHAR OCCURS 60 TIMES.
001494  01 E-WINDOW-VIEW REDEFINES E.
001496   05 WEV-TYPE PIC 9(9) USAGE COMP-5.
001498   05 WEV-TIMESTAMP PIC 9(9) USAGE COMP-5.
001500   05 WEV-WINDOWID PIC 9(9) USAGE COMP-5.
001502   05 WEV-EVENT USAGE BINARY-CHAR.
001504   05 WEV-PADDING1 USAGE BINARY-CHAR.
001506   05 WEV-PADDING2 USAGE BINARY-CHAR.
001508   05 WEV-PADDING3 USAGE BINARY-CHAR.
001510   05 WEV-DATA1 USAGE BINARY-LONG.
001512   05 WEV-DATA2 USAGE BINARY-LONG.
001514   05 FILLER PIC X(40).
001516  01 VIEWPORT-RECT.
001518   05 VP-X USAGE BINARY-LONG VALUE 0.
001520   05 VP-Y USAGE BINARY-LONG VALUE 0.
001522   05 VP-W USAGE BINARY-LONG VALUE 0.
001524   05 VP-H USAGE BINARY-LONG VALUE 0.
001526  77 E_RETURN PIC 9(1).
001528  77 WINDOWTITLE PIC X(20) VALUE Z"SDL COBOL DEMO".
001530  77 FF-FILE-STATUS PIC X(2) VALUE "00".
001532  77 FRAME-PIXELS PIC X(4000000).
001534  77 FRAME-BYTES PIC S9(9) COMP-5 VALUE 0.
001536  77 FRAME-REC-LEN PIC 9(9) COMP-5 VALUE 0.
001538  77 FRAME-PITCH PIC S9(9) COMP-5 VALUE 0.
001540  77 FRAME-RC PIC S9(9) COMP-5 VALUE 0.
001542  77 RUN-DATE PIC 9(8) VALUE 0.
001544  77 FRAME-DS-NAME PIC X(44) VALUE SPACES.
001546  77 AC-FILE-STATUS PIC X(2) VALUE "00".
001548  77 AC-EOF-SW PIC X(1) VALUE "N".
001550      88 AC-AT-EOF VALUE "Y".
001552  77 GEN-NUMBER PIC 9(5) VALUE 1.
001554  77 CAPTURED-CNT PIC 9(2) COMP VALUE 0.
001556  77 CAPTURE-IDX PIC 9(2) COMP VALUE 0.
001558* FRAME NAMES CAPTURED THIS RUN, CATALOGED AT END OF RUN ONCE
001560* THE FINAL RETURN CODE IS KNOWN. 21 = 20 SCENES PLUS THE
001562* END-OF-RUN CAPTURE.
001564  01 CAPTURED-TABLE.
001566   05 CF-ENTRY OCCURS 21 TIMES.
001568    10 CF-FRAME-NAME PIC X(44).
001570  01 BMP-HEADER.
001572   05 BMP-MAGIC PIC X(2) VALUE "BM".
001574   05 BMP-FILESIZE PIC S9(9) COMP-5 VALUE 0.
001576   05 BMP-RESERVED1 PIC S9(4) COMP-5 VALUE 0.
001578   05 BMP-RESERVED2 PIC S9(4) COMP-5 VALUE 0.
001580   05 BMP-DATAOFFSET PIC S9(9) COMP-5 VALUE 54.
001582   05 BMP-HEADERSIZE PIC S9(9) COMP-5 VALUE 40.
001584   05 BMP-WIDTH-PX PIC S9(9) COMP-5 VALUE 0.
001586   05 BMP-HEIGHT-PX PIC S9(9) COMP-5 VALUE 0.
001588   05 BMP-PLANES PIC S9(4) COMP-5 VALUE 1.
001590   05 BMP-BITCOUNT PIC S9(4) COMP-5 VALUE 32.
001592   05 BMP-COMPRESSION PIC S9(9) COMP-5 VALUE 0.
001594   05 BMP-IMAGESIZE PIC S9(9) COMP-5 VALUE 0.
001596   05 BMP-XPPM PIC S9(9) COMP-5 VALUE 0.
001598   05 BMP-YPPM PIC S9(9) COMP-5 VALUE 0.
001600   05 BMP-COLORSUSED PIC S9(9) COMP-5 VALUE 0.
001602   05 BMP-COLORSIMPORTANT PIC S9(9) COMP-5 VALUE 0.
001604  77 RL-FILE-STATUS PIC X(2) VALUE "00".
001606  77 RUN-ID PIC X(8) VALUE "DEMOJOB1".
001608* A FEED TOO BIG FOR ONE RUN IS CUT INTO CHUNKS BY FEEDSPLT AND
001610* DRAWN ONE CHUNK PER RUN: FEED= NAMES THE CHUNK FILE AND
001612* RUNGROUP= THE ID COMMON TO ALL CHUNKS OF THE ONE LOGICAL RUN.
001614* AN UNSPLIT RUN READS SHAPEDAT AND HAS NO GROUP.
001616  77 FEED-DS-NAME PIC X(8) VALUE "SHAPEDAT".
001618  77 RUN-GROUP PIC X(8) VALUE SPACES.
001620* FEEDSPLT NAMES THE FIRST CHUNK <FIRST SIX OF THE GROUP>01. ANY
001622* LATER CHUNK OF THE GROUP ADDS TO THE RUNLOG AND SUMRPT THE
001624* EARLIER CHUNKS WROTE.
001626 77 FIRST-CHUNK-ID PIC X(8) VALUE SPACES.
001628 77 GROUP-CHUNK-SW PIC X(1) VALUE "N".
001630     88 LATER-GROUP-CHUNK VALUE "Y".
001632  77 CHECKPOINT-DS-NAME PIC X(8) VALUE "CHKPTDS".
001634  77 CK-FILE-STATUS PIC X(2) VALUE "00".
001636* THE CURRENT RUN'S INPUT IDENTITY FOR THE CHECKPOINT: THE
001638* DRAWING ID ON A DRAWING= RUN, THE CHUNK FILE NAME ON A
001640* FEED= RUN, "*FEED*" OTHERWISE. SET BY
001642* 1100-LOAD-CHECKPOINT, WRITTEN BY 2400-WRITE-CHECKPOINT.
001644  77 CUR-INPUT-SOURCE PIC X(8) VALUE SPACES.
001646  77 CHECKPOINT-INTERVAL PIC 9(4) COMP VALUE 100.
001648  77 FLUSH-COUNT PIC 9(4) VALUE 1.
001650  77 FLUSH-QUOTIENT PIC 9(4) COMP VALUE 0.
001652  77 FLUSH-REMAINDER PIC 9(4) COMP VALUE 0.
001654  77 LOGICAL-SPACE PIC 9(4) VALUE 0.
001656  77 PHYS-X1 PIC 9(4) VALUE 0.
001658  77 PHYS-Y1 PIC 9(4) VALUE 0.
001660  77 PHYS-X2 PIC 9(4) VALUE 0.
001662  77 PHYS-Y2 PIC 9(4) VALUE 0.
001664  77 CANVAS-LIMIT-X PIC 9(4) VALUE 0.
001666  77 CANVAS-LIMIT-Y PIC 9(4) VALUE 0.
001668  77 CK-QUOTIENT PIC 9(4) COMP VALUE 0.
001670  77 CK-REMAINDER PIC 9(4) COMP VALUE 0.
001672  77 CK-DELETE-RC PIC 9(4) COMP VALUE 0.
001674  77 SKIP-IDX PIC 9(4) COMP VALUE 0.
001676  77 SR-FILE-STATUS PIC X(2) VALUE "00".
001678  77 SR-TOTAL-LINES PIC 9(4) VALUE 0.
001680  77 STAT-MIN-X1 PIC 9(3) VALUE 999.
001682  77 STAT-MAX-X1 PIC 9(3) VALUE 0.
001684  77 STAT-MIN-X2 PIC 9(3) VALUE 999.
001686  77 STAT-MAX-X2 PIC 9(3) VALUE 0.
001688  77 STAT-MIN-Y1 PIC 9(3) VALUE 999.
001690  77 STAT-MAX-Y1 PIC 9(3) VALUE 0.
001692  77 STAT-MIN-Y2 PIC 9(3) VALUE 999.
001694  77 STAT-MAX-Y2 PIC 9(3) VALUE 0.
001696  77 R-LOW-CNT PIC 9(4) VALUE 0.
001698  77 R-MED-CNT PIC 9(4) VALUE 0.
001700  77 R-HIGH-CNT PIC 9(4) VALUE 0.
001702  77 G-LOW-CNT PIC 9(4) VALUE 0.
001704  77 G-MED-CNT PIC 9(4) VALUE 0.
001706  77 G-HIGH-CNT PIC 9(4) VALUE 0.
001708  77 B-LOW-CNT PIC 9(4) VALUE 0.
001710  77 B-MED-CNT PIC 9(4) VALUE 0.
001712  77 B-HIGH-CNT PIC 9(4) VALUE 0.
001714  77 SDL-INIT-RC PIC S9(9) COMP-5 VALUE 0.
001716  77 SHAPE-TYPE PIC X(5) VALUE "LINE".
001718  01 DRAW-RECT.
001720   05 DR-X USAGE BINARY-LONG VALUE 0.
001722   05 DR-Y USAGE BINARY-LONG VALUE 0.
001724   05 DR-W USAGE BINARY-LONG VALUE 0.
001726   05 DR-H USAGE BINARY-LONG VALUE 0.
001728  77 CONFIG-PARM PIC X(240) VALUE SPACES.
001730  77 PARM-IDX PIC 9(2) COMP VALUE 0.
001732  77 PARM-KEY PIC X(10) VALUE SPACES.
001734  77 PARM-VAL PIC X(20) VALUE SPACES.
001736  01 PARM-TABLE.
001738* ONE SLOT PER RECOGNIZED KEYWORD (WIDTH, HEIGHT, TITLE,
001740* RUNID, MODE, DRAWING, FLUSH, LOGICAL, PLAYLIST, FEED,
001742* RUNGROUP) SO A FULL PARM STRING IS NEVER SILENTLY TRUNCATED.
001744* ONE SPARE: A CHUNK RUN APPENDS ITS OWN RUNID= TO THE STEP'S
001746* PARM, AND THE LATER ONE WINS.
001748   05 PARM-ENTRY PIC X(30) OCCURS 12 TIMES.
001750 PROCEDURE DIVISION.
001752 MAIN-PROCEDURE.
001754      
001756     PERFORM 1000-INITIALIZE-CONFIG
001758         THRU 1000-INITIALIZE-CONFIG-EXIT.
001760
001762*    BATCH-MODE BOXES HAVE NO X SERVER, SO FORCE SDL'S DUMMY VIDEO
001764*    DRIVER BEFORE SDL_Init IS CALLED. OTHERWISE SDL_Init TRIES TO
001766*    OPEN A REAL DISPLAY AND FAILS ON A HEADLESS BOX BEFORE
001768*    1200-CREATE-OFFSCREEN-SURFACE IS EVER REACHED.
001770     IF BATCH-MODE
001772         DISPLAY "SDL_VIDEODRIVER" UPON ENVIRONMENT-NAME
001774         DISPLAY "dummy" UPON ENVIRONMENT-VALUE
001776     END-IF.
001778
001780     CALL "SDL_Init" USING
001782     BY VALUE 62001
001784     RETURNING SDL-INIT-RC
001786     END-CALL.
001788      
001790     IF SDL-INIT-RC NOT = 0
001792         DISPLAY "MAIN-PROCEDURE: SDL_Init FAILED, RC="
001794                 SDL-INIT-RC
001796         MOVE 16 TO RETURN-CODE
001798         STOP RUN
001800     END-IF.
001802      
001804     IF BATCH-MODE
001806         PERFORM 1200-CREATE-OFFSCREEN-SURFACE
001808             THRU 1200-CREATE-OFFSCREEN-SURFACE-EXIT
001810     ELSE
001812         PERFORM 1250-CREATE-WINDOW-AND-RENDERER
001814             THRU 1250-CREATE-WINDOW-AND-RENDERER-EXIT
001816     END-IF.
001818      
001820     CALL "SDL_SetRenderDrawColor" USING
001822      BY VALUE SDL-RENDERER
001824      BY VALUE 255
001826      BY VALUE 255
001828      BY VALUE 255
001830      BY VALUE 255
001832     END-CALL.
001834      
001836      
001838     CALL "SDL_RenderClear" USING BY VALUE SDL-RENDERER END-CALL.
001840      
001842     IF PLAYLIST-MODE
001844         PERFORM 1350-OPEN-PLAYLIST-INPUT
001846             THRU 1350-OPEN-PLAYLIST-INPUT-EXIT
001848     ELSE
001850         IF MASTER-INPUT
001852             PERFORM 1300-OPEN-SHAPE-MASTER
001854                 THRU 1300-OPEN-SHAPE-MASTER-EXIT
001856         ELSE
001858             OPEN INPUT LINE-FILE
001860             IF LF-FILE-STATUS NOT = "00"
001862                 DISPLAY "MAIN-PROCEDURE: LINE-FILE OPEN "
001864                         "FAILED, STATUS=" LF-FILE-STATUS
001866                 MOVE 32 TO RETURN-CODE
001868                 STOP RUN
001870             END-IF
001872         END-IF
001874     END-IF.
001876
001878     PERFORM 1400-LOAD-PALETTE THRU 1400-LOAD-PALETTE-EXIT.
001880     PERFORM 1500-ASSIGN-GENERATION
001882         THRU 1500-ASSIGN-GENERATION-EXIT.
001884     PERFORM 1550-CHECK-GROUP-CHUNK
001886         THRU 1550-CHECK-GROUP-CHUNK-EXIT.
001888     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-LOAD-CHECKPOINT-EXIT.
001890     PERFORM 1150-SKIP-TO-CHECKPOINT
001892         THRU 1150-SKIP-TO-CHECKPOINT-EXIT.
001894      
001896     IF ITER-COUNT > 0 OR LATER-GROUP-CHUNK
001898         OPEN EXTEND RUN-LOG-FILE
001900         IF RL-FILE-STATUS = "35"
001902             OPEN OUTPUT RUN-LOG-FILE
001904         END-IF
001906     ELSE
001908         OPEN OUTPUT RUN-LOG-FILE
001910     END-IF.
001912     IF RL-FILE-STATUS NOT = "00"
001914         DISPLAY "MAIN-PROCEDURE: RUN-LOG-FILE OPEN FAILED, "
001916                 "STATUS=" RL-FILE-STATUS
001918         MOVE 36 TO RETURN-CODE
001920         STOP RUN
001922     END-IF.
001924
001926*    ITER-COUNT >= 9999, NOT > 9999: PERFORM ... UNTIL TESTS
001928*    BEFORE EACH ITERATION, SO ">" WOULD LET THE BODY RUN ONE
001930*    MORE TIME AT ITER-COUNT = 9999 AND OVERFLOW THE PIC 9(4)
001932*    COUNTER ON THE ADD IN DRAW-LINE.
001934     IF PLAYLIST-MODE
001936         PERFORM 2600-PROCESS-PLAYLIST
001938             THRU 2600-PROCESS-PLAYLIST-EXIT
001940             UNTIL PY-AT-EOF OR ITER-COUNT >= 9999
001942                OR OPERATOR-STOP
001944     ELSE
001946         PERFORM DRAW-LINE THRU DRAW-LINE-EXIT
001948             UNTIL LF-AT-EOF OR ITER-COUNT >= 9999
001950                OR OPERATOR-STOP
001952     END-IF.
001954
001956*    AN OPERATOR STOP ENDS THE RUN MID-FEED ON PURPOSE: PUT ONE
001958*    LAST CHECKPOINT DOWN SO THE RESTART RESUMES EXACTLY HERE,
001960*    AND SKIP THE FEED RECONCILIATION - THE TRAILER WAS NEVER
001962*    REACHED AND AN OUT-OF-BALANCE CODE 8 WOULD MASK THE STOP.
001964     IF OPERATOR-STOP
001966         PERFORM 2450-PUT-CHECKPOINT
001968             THRU 2450-PUT-CHECKPOINT-EXIT
001970     ELSE
001972         PERFORM 9100-RECONCILE-FEED
001974             THRU 9100-RECONCILE-FEED-EXIT
001976     END-IF.
001978
001980*    ON A SINGLE-SCENE FEED (NO SCENE BREAKS) THE WHOLE RUN IS
001982*    CAPTURED UNDER THE LEGACY DATED NAME AS BEFORE. WITH SCENE
001984*    BREAKS, ONLY SHAPES DRAWN SINCE THE LAST BREAK STILL NEED
001986*    CAPTURING HERE, AND THE RUN-WIDE STATS ARE REBUILT FROM
001988*    THE PER-SCENE SNAPSHOTS FOR THE SUMMARY REPORT.
001990*    IN PLAYLIST MODE EVERY DRAWING WAS ALREADY CAPTURED AND
001992*    SNAPSHOTTED AS ITS OWN SCENE BY 2600-PROCESS-PLAYLIST -
001994*    ONLY THE RUN-WIDE FOLD IS LEFT. AN EMPTY PLAYLIST MUST NOT
001996*    FALL INTO THE LEGACY CAPTURE AND ARCHIVE A BLANK FRAME.
001998     IF PLAYLIST-MODE
002000         PERFORM 9040-FOLD-SCENE-STATS
002002             THRU 9040-FOLD-SCENE-STATS-EXIT
002004     ELSE
002006     IF SCENE-COUNT = 0
002008         PERFORM 8000-CAPTURE-FRAME
002010             THRU 8000-CAPTURE-FRAME-EXIT
002012     ELSE
002014         IF SCENE-ITER-CNT > 0
002016             MOVE SPACES TO CAPTURE-SCENE-ID
002018             PERFORM 8000-CAPTURE-FRAME
002020                 THRU 8000-CAPTURE-FRAME-EXIT
002022             PERFORM 2090-SNAPSHOT-SCENE-STATS
002024                 THRU 2090-SNAPSHOT-SCENE-STATS-EXIT
002026         END-IF
002028         PERFORM 9040-FOLD-SCENE-STATS
002030             THRU 9040-FOLD-SCENE-STATS-EXIT
002032     END-IF
002034     END-IF.
002036     PERFORM 9000-SUMMARY-REPORT THRU 9000-SUMMARY-REPORT-EXIT.
002038*    A STOPPED RUN KEEPS ITS CHECKPOINT - THAT IS THE WHOLE
002040*    POINT OF STOPPING CLEANLY INSTEAD OF KILLING THE JOB.
002042     IF NOT OPERATOR-STOP
002044         PERFORM 9900-CLEANUP-CHECKPOINT
002046     END-IF.
002048      
002050     IF MASTER-INPUT
002052         CLOSE SHAPE-MASTER
002054     ELSE
002056         CLOSE LINE-FILE
002058     END-IF.
002060     IF INCL-MASTER-OPEN
002062         CLOSE SHAPE-MASTER
002064     END-IF.
002066     IF PLAYLIST-MODE
002068         CLOSE PLAYLIST-FILE
002070     END-IF.
002072     CLOSE RUN-LOG-FILE.
002074     IF RECON-ERROR
002076         MOVE 8 TO RETURN-CODE
002078     END-IF.
002080*    SKIPPED PLAYLIST ENTRIES ARE A WARNING, NOT A FAILURE - THE
002082*    REST OF THE PLAYLIST STILL RENDERED AND ARCHIVED.
002084     IF PLAYLIST-MODE AND PLAYLIST-SKIPPED > 0 AND
002086        RETURN-CODE = 0
002088         MOVE 4 TO RETURN-CODE
002090     END-IF.
002092*    CODE 2 IS THE SCHEDULER'S CUE THAT THE RUN WAS STOPPED ON
002094*    REQUEST AND SHOULD BE RESUBMITTED IN THE NEXT WINDOW - IT
002096*    IS NEITHER A CLEAN END NOR A FAILURE.
002098     IF OPERATOR-STOP
002100         MOVE 2 TO RETURN-CODE
002102     END-IF.
002104*    THE CATALOG IS APPENDED LAST SO EVERY RECORD CARRIES THE
002106*    RUN'S FINAL RETURN CODE.
002108     PERFORM 9500-WRITE-CATALOG THRU 9500-WRITE-CATALOG-EXIT.
002110     PERFORM 9600-WRITE-ACCOUNTING
002112         THRU 9600-WRITE-ACCOUNTING-EXIT.
002114     GOBACK.
002116      
002118******************************************************************
002120* 1000-INITIALIZE-CONFIG -- PULL WIDTH, HEIGHT AND WINDOWTITLE
002122*   FROM JCL PARM (KEYWORD=VALUE PAIRS) IF SUPPLIED, OTHERWISE
002124*   FROM THE RUNTIME ENVIRONMENT, SO THE SAME LOAD MODULE CAN
002126*   BE REUSED FOR DIFFERENT CANVAS SIZES WITHOUT A RECOMPILE.
002128******************************************************************
002130 1000-INITIALIZE-CONFIG.
002132      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
002134      IF CONFIG-PARM = SPACES
002136          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_WIDTH"
002138          IF PARM-VAL NOT = SPACES
002140              COMPUTE WIDTH = FUNCTION NUMVAL(PARM-VAL)
002142                  ON SIZE ERROR
002144                      DISPLAY "1000-INITIALIZE-CONFIG: "
002146                              "DEMO_WIDTH TOO LARGE"
002148              END-COMPUTE
002150          END-IF
002152          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_HEIGHT"
002154          IF PARM-VAL NOT = SPACES
002156              COMPUTE HEIGHT = FUNCTION NUMVAL(PARM-VAL)
002158                  ON SIZE ERROR
002160                      DISPLAY "1000-INITIALIZE-CONFIG: "
002162                              "DEMO_HEIGHT TOO LARGE"
002164              END-COMPUTE
002166          END-IF
002168          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_TITLE"
002170          IF PARM-VAL NOT = SPACES
002172              MOVE PARM-VAL TO WINDOWTITLE
002174          END-IF
002176          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_RUNID"
002178          IF PARM-VAL NOT = SPACES
002180              MOVE PARM-VAL TO RUN-ID
002182          END-IF
002184          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_RUN_MODE"
002186          IF PARM-VAL(1:5) = "BATCH"
002188              SET BATCH-MODE TO TRUE
002190          END-IF
002192          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_DRAWING"
002194          IF PARM-VAL NOT = SPACES
002196              MOVE PARM-VAL TO DRAWING-ID
002198              SET MASTER-INPUT TO TRUE
002200          END-IF
002202          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_FLUSH"
002204          IF PARM-VAL NOT = SPACES
002206              COMPUTE FLUSH-COUNT = FUNCTION NUMVAL(PARM-VAL)
002208                  ON SIZE ERROR
002210                      DISPLAY "1000-INITIALIZE-CONFIG: "
002212                              "DEMO_FLUSH TOO LARGE"
002214              END-COMPUTE
002216              IF FLUSH-COUNT = 0
002218                  MOVE 1 TO FLUSH-COUNT
002220              END-IF
002222          END-IF
002224          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_LOGICAL"
002226          IF PARM-VAL NOT = SPACES
002228              COMPUTE LOGICAL-SPACE =
002230                  FUNCTION NUMVAL(PARM-VAL)
002232                  ON SIZE ERROR
002234                      DISPLAY "1000-INITIALIZE-CONFIG: "
002236                              "DEMO_LOGICAL TOO LARGE"
002238              END-COMPUTE
002240          END-IF
002242          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_PLAYLIST"
002244          IF PARM-VAL(1:1) = "Y"
002246              SET PLAYLIST-MODE TO TRUE
002248          END-IF
002250          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_FEED"
002252          IF PARM-VAL NOT = SPACES
002254              MOVE PARM-VAL TO FEED-DS-NAME
002256          END-IF
002258          ACCEPT PARM-VAL FROM ENVIRONMENT "DEMO_RUNGROUP"
002260          IF PARM-VAL NOT = SPACES
002262              MOVE PARM-VAL TO RUN-GROUP
002264          END-IF
002266          GO TO 1000-INITIALIZE-CONFIG-EXIT
002268      END-IF.
002270      
002272      UNSTRING CONFIG-PARM DELIMITED BY ","
002274          INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
002276               PARM-ENTRY(4) PARM-ENTRY(5) PARM-ENTRY(6)
002278               PARM-ENTRY(7) PARM-ENTRY(8) PARM-ENTRY(9)
002280               PARM-ENTRY(10) PARM-ENTRY(11) PARM-ENTRY(12).
002282
002284      PERFORM 1050-PARSE-PARM-FIELD
002286          THRU 1050-PARSE-PARM-FIELD-EXIT
002288          VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 12.
002290 1000-INITIALIZE-CONFIG-EXIT.
002292      EXIT.
002294      
002296******************************************************************
002298* 1050-PARSE-PARM-FIELD -- SPLIT ONE KEYWORD=VALUE PARM ENTRY
002300*   AND APPLY IT TO THE MATCHING CONFIG FIELD.
002302******************************************************************
002304 1050-PARSE-PARM-FIELD.
002306      IF PARM-ENTRY(PARM-IDX) = SPACES
002308          GO TO 1050-PARSE-PARM-FIELD-EXIT
002310      END-IF.
002312      
002314      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
002316          INTO PARM-KEY PARM-VAL.
002318      
002320      EVALUATE PARM-KEY
002322          WHEN "WIDTH"
002324              COMPUTE WIDTH = FUNCTION NUMVAL(PARM-VAL)
002326                  ON SIZE ERROR
002328                      DISPLAY "1050-PARSE-PARM-FIELD: WIDTH= "
002330                              "TOO LARGE, KEEPING DEFAULT"
002332              END-COMPUTE
002334          WHEN "HEIGHT"
002336              COMPUTE HEIGHT = FUNCTION NUMVAL(PARM-VAL)
002338                  ON SIZE ERROR
002340                      DISPLAY "1050-PARSE-PARM-FIELD: HEIGHT= "
002342                              "TOO LARGE, KEEPING DEFAULT"
002344              END-COMPUTE
002346          WHEN "TITLE"
002348              MOVE PARM-VAL TO WINDOWTITLE
002350          WHEN "RUNID"
002352              MOVE PARM-VAL TO RUN-ID
002354          WHEN "MODE"
002356              IF PARM-VAL(1:5) = "BATCH"
002358                  SET BATCH-MODE TO TRUE
002360              ELSE
002362                  SET INTERACTIVE-MODE TO TRUE
002364              END-IF
002366          WHEN "DRAWING"
002368              IF PARM-VAL NOT = SPACES
002370                  MOVE PARM-VAL TO DRAWING-ID
002372                  SET MASTER-INPUT TO TRUE
002374              END-IF
002376          WHEN "FLUSH"
002378              COMPUTE FLUSH-COUNT = FUNCTION NUMVAL(PARM-VAL)
002380                  ON SIZE ERROR
002382                      DISPLAY "1050-PARSE-PARM-FIELD: FLUSH= "
002384                              "TOO LARGE, KEEPING DEFAULT"
002386              END-COMPUTE
002388              IF FLUSH-COUNT = 0
002390                  MOVE 1 TO FLUSH-COUNT
002392              END-IF
002394          WHEN "LOGICAL"
002396              COMPUTE LOGICAL-SPACE =
002398                  FUNCTION NUMVAL(PARM-VAL)
002400                  ON SIZE ERROR
002402                      DISPLAY "1050-PARSE-PARM-FIELD: "
002404                              "LOGICAL= TOO LARGE, IGNORED"
002406              END-COMPUTE
002408*         PLAYLIST=Y TAKES PRECEDENCE OVER DRAWING= WHEN BOTH
002410*         ARE GIVEN - THE PLAYLIST NAMES THE DRAWINGS ITSELF.
002412          WHEN "PLAYLIST"
002414              IF PARM-VAL(1:1) = "Y"
002416                  SET PLAYLIST-MODE TO TRUE
002418              END-IF
002420          WHEN "FEED"
002422              IF PARM-VAL NOT = SPACES
002424                  MOVE PARM-VAL TO FEED-DS-NAME
002426              END-IF
002428          WHEN "RUNGROUP"
002430              MOVE PARM-VAL TO RUN-GROUP
002432          WHEN OTHER
002434              CONTINUE
002436      END-EVALUATE.
002438 1050-PARSE-PARM-FIELD-EXIT.
002440      EXIT.
002442      
002444******************************************************************
002446* 1100-LOAD-CHECKPOINT -- IF A CHECKPOINT FROM A PRIOR, FAILED
002448*   RUN IS PRESENT, PICK UP ITER-COUNT WHERE IT LEFT OFF AND
002450*   RESTORE THE BOUNDING BOX/COLOR STATS ACCUMULATED SO FAR SO
002452*   9000-SUMMARY-REPORT COVERS THE WHOLE RUN, NOT JUST THE
002454*   RESUMED TAIL.
002456******************************************************************
002458 1100-LOAD-CHECKPOINT.
002460      MOVE 0 TO ITER-COUNT.
002462*     A PLAYLIST RUN RESTARTS FROM THE TOP: THE CHECKPOINT DOES
002464*     NOT CARRY THE PLAYLIST POSITION, SO RESUMING MID-DRAWING
002466*     WOULD REDRAW THE WRONG SHAPES ONTO THE WRONG SCENE. THE
002468*     CHECKPOINTS WRITTEN DURING THE RUN STILL STAMP "*PLAYLST"
002470*     SO A LEFTOVER ONE CANNOT HIJACK A FEED OR DRAWING RUN.
002472      IF PLAYLIST-MODE
002474          MOVE "*PLAYLST" TO CUR-INPUT-SOURCE
002476          GO TO 1100-LOAD-CHECKPOINT-EXIT
002478      END-IF.
002480*     A CHUNK RUN STAMPS ITS CHUNK FILE NAME SO A CHECKPOINT
002482*     LEFT BY ONE CHUNK IS NEVER RESUMED AGAINST ANOTHER.
002484      IF MASTER-INPUT
002486          MOVE DRAWING-ID TO CUR-INPUT-SOURCE
002488      ELSE
002490          IF FEED-DS-NAME NOT = "SHAPEDAT"
002492              MOVE FEED-DS-NAME TO CUR-INPUT-SOURCE
002494          ELSE
002496              MOVE "*FEED*" TO CUR-INPUT-SOURCE
002498          END-IF
002500      END-IF.
002502      OPEN INPUT CHECKPOINT-FILE.
002504      IF CK-FILE-STATUS = "00"
002506          READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
002508              AT END
002510                  CONTINUE
002512              NOT AT END
002514                PERFORM 1110-RESTORE-CHECKPOINT
002516                    THRU 1110-RESTORE-CHECKPOINT-EXIT
002518          END-READ
002520          CLOSE CHECKPOINT-FILE
002522      END-IF.
002524 1100-LOAD-CHECKPOINT-EXIT.
002526      EXIT.
002528
002530*    A CHECKPOINT LEFT BEHIND BY A RUN AGAINST A DIFFERENT
002532*    INPUT (ANOTHER DRAWING, OR THE FLAT FEED) IS IGNORED -
002534*    RESUMING FROM IT WOULD SILENTLY SKIP THIS RUN'S FIRST
002536*    CK-ITER SHAPES AND END CLEAN WITH A WRONG FRAME.
002538 1110-RESTORE-CHECKPOINT.
002540      IF CK-INPUT-SOURCE NOT = CUR-INPUT-SOURCE
002542          DISPLAY "1100-LOAD-CHECKPOINT: CHECKPOINT IS FOR "
002544                  "INPUT '" CK-INPUT-SOURCE "', THIS RUN IS '"
002546                  CUR-INPUT-SOURCE "' - CHECKPOINT IGNORED"
002548          GO TO 1110-RESTORE-CHECKPOINT-EXIT
002550      END-IF.
002552      MOVE CK-ITER TO ITER-COUNT.
002554      MOVE CK-MIN-X1 TO STAT-MIN-X1.
002556      MOVE CK-MAX-X1 TO STAT-MAX-X1.
002558      MOVE CK-MIN-Y1 TO STAT-MIN-Y1.
002560      MOVE CK-MAX-Y1 TO STAT-MAX-Y1.
002562      MOVE CK-MIN-X2 TO STAT-MIN-X2.
002564      MOVE CK-MAX-X2 TO STAT-MAX-X2.
002566      MOVE CK-MIN-Y2 TO STAT-MIN-Y2.
002568      MOVE CK-MAX-Y2 TO STAT-MAX-Y2.
002570      MOVE CK-R-LOW-CNT TO R-LOW-CNT.
002572      MOVE CK-R-MED-CNT TO R-MED-CNT.
002574      MOVE CK-R-HIGH-CNT TO R-HIGH-CNT.
002576      MOVE CK-G-LOW-CNT TO G-LOW-CNT.
002578      MOVE CK-G-MED-CNT TO G-MED-CNT.
002580      MOVE CK-G-HIGH-CNT TO G-HIGH-CNT.
002582      MOVE CK-B-LOW-CNT TO B-LOW-CNT.
002584      MOVE CK-B-MED-CNT TO B-MED-CNT.
002586      MOVE CK-B-HIGH-CNT TO B-HIGH-CNT.
002588*     RE-SEED THE CAPTURED-FRAME LIST SO THE FRAMES THE FAILED
002590*     RUN ALREADY ARCHIVED STILL REACH THE CATALOG WHEN THIS
002592*     RUN ENDS. AN OLDER CHECKPOINT WITHOUT THE LIST READS
002594*     SPACES AND LEAVES THE LIST EMPTY.
002596*     AN OLDER CHECKPOINT WITHOUT THE SCENE COUNT READS SPACES
002598*     AND LEAVES THE TARGET AT ZERO, THE PRE-SCENE BEHAVIOR.
002600      IF CK-SCENE-CNT NUMERIC
002602          MOVE CK-SCENE-CNT TO CK-SCENE-TARGET
002604      END-IF.
002606      IF CK-CAPTURED-CNT NUMERIC AND CK-CAPTURED-CNT > 0
002608          MOVE CK-CAPTURED-CNT TO CAPTURED-CNT
002610          PERFORM 1120-RESTORE-ONE-FRAME
002612              THRU 1120-RESTORE-ONE-FRAME-EXIT
002614              VARYING CAPTURE-IDX FROM 1 BY 1
002616              UNTIL CAPTURE-IDX > CAPTURED-CNT
002618      END-IF.
002620 1110-RESTORE-CHECKPOINT-EXIT.
002622      EXIT.
002624
002626 1120-RESTORE-ONE-FRAME.
002628      MOVE CK-CF-NAME (CAPTURE-IDX)
002630          TO CF-FRAME-NAME (CAPTURE-IDX).
002632 1120-RESTORE-ONE-FRAME-EXIT.
002634      EXIT.
002636
002638******************************************************************
002640* 1150-SKIP-TO-CHECKPOINT -- DISCARD THE LINE-FILE RECORDS THAT
002642*   WERE ALREADY DRAWN BEFORE THE LAST CHECKPOINT SO RESTART
002644*   PICKS UP AT THE NEXT UNDRAWN RECORD. ONLY SHAPE RECORDS
002646*   COUNT TOWARD THE SKIP - HDR/TRL CONTROL RECORDS ARE
002648*   REPLAYED INTO THE FEED TOTALS SO THE END-OF-RUN
002650*   RECONCILIATION STILL COVERS THE WHOLE FEED ON A RESUMED
002652*   RUN.
002654*   THE SKIP ENDS ONLY WHEN BOTH THE CHECKPOINTED SHAPE COUNT
002656*   AND THE CHECKPOINTED SCENE-BREAK COUNT HAVE BEEN CONSUMED:
002658*   A CHECKPOINT WRITTEN AT A SCENE BOUNDARY SITS JUST AFTER
002660*   ITS SCENE RECORD, AND LEAVING THAT RECORD UNCONSUMED WOULD
002662*   RE-CAPTURE THE SCENE FROM A CANVAS THE SKIPPED SHAPES WERE
002664*   NEVER REDRAWN ON, OVERWRITING THE GOOD ARCHIVED FRAME.
002666*   AN INCL RECORD SKIPS ALL THE SHAPES IT DREW AT ONCE, SO THE
002668*   SHAPE COUNT IS TESTED NOT LESS THAN, NOT EQUAL TO, THE
002670*   CHECKPOINTED ITERATION.
002672******************************************************************
002674 1150-SKIP-TO-CHECKPOINT.
002676      MOVE 0 TO SKIP-IDX.
002678      PERFORM 1160-SKIP-ONE-RECORD THRU 1160-SKIP-ONE-RECORD-EXIT
002680          UNTIL (SKIP-IDX NOT < ITER-COUNT AND
002682                 SCENE-RECS-SEEN = CK-SCENE-TARGET)
002684             OR LF-AT-EOF.
002686 1150-SKIP-TO-CHECKPOINT-EXIT.
002688      EXIT.
002690
002692 1160-SKIP-ONE-RECORD.
002694*     MASTER INPUT HAS NO CONTROL RECORDS AND NO FEED
002696*     RECONCILIATION - JUST SKIP THE SHAPES ALREADY DRAWN.
002698      IF MASTER-INPUT
002700          PERFORM 2100-READ-MASTER-SHAPE
002702              THRU 2100-READ-MASTER-SHAPE-EXIT
002704          IF NOT LF-AT-EOF
002706              ADD 1 TO RUN-LOG-WRITES
002708              ADD 1 TO SKIP-IDX
002710          END-IF
002712          GO TO 1160-SKIP-ONE-RECORD-EXIT
002714      END-IF.
002716      READ LINE-FILE INTO LINE-RECORD
002718          AT END
002720              SET LF-AT-EOF TO TRUE
002722              GO TO 1160-SKIP-ONE-RECORD-EXIT
002724      END-READ.
002726      EVALUATE LR-SHAPE-TYPE
002728          WHEN "HDR"
002730              PERFORM 2050-PROCESS-FEED-HEADER
002732                  THRU 2050-PROCESS-FEED-HEADER-EXIT
002734          WHEN "TRL"
002736              PERFORM 2060-PROCESS-FEED-TRAILER
002738                  THRU 2060-PROCESS-FEED-TRAILER-EXIT
002740*       SCENES BEFORE THE CHECKPOINT WERE ALREADY CAPTURED AND
002742*       ARCHIVED BY THE PRIOR RUN, SO ONLY THE SCENE ID IS
002744*       CARRIED INTO THE TABLE FOR THE SUMMARY REPORT - THE
002746*       PER-SCENE STATS FOR REPLAYED SCENES ARE NOT
002748*       RECONSTRUCTIBLE FROM THE CHECKPOINT.
002750          WHEN "SCENE"
002752              ADD 1 TO SCENE-RECS-SEEN
002754              IF SCENE-COUNT < 20
002756                  ADD 1 TO SCENE-COUNT
002758                  INITIALIZE SCENE-ENTRY (SCENE-COUNT)
002760                  MOVE SB-SCENE-ID TO SCN-ID (SCENE-COUNT)
002762              END-IF
002764*       THE PRIOR RUN DREW AND LOGGED EVERY SHAPE OF THE INCLUDED
002766*       DRAWING (A CHECKPOINT NEVER FALLS INSIDE ONE), SO COUNT
002768*       THEM OFF THE MASTER AND SKIP THEM ALL.
002770          WHEN "INCL"
002772              PERFORM 2145-ACCUMULATE-INCL-TOTALS
002774                  THRU 2145-ACCUMULATE-INCL-TOTALS-EXIT
002776              PERFORM 2071-LOCATE-INCLUDE
002778                  THRU 2071-LOCATE-INCLUDE-EXIT
002780              PERFORM 2073-COUNT-INCLUDED-SHAPE
002782                  THRU 2073-COUNT-INCLUDED-SHAPE-EXIT
002784                  UNTIL INCL-AT-EOF
002786              ADD INCL-DRAWING-SHAPES TO SKIP-IDX
002788              ADD INCL-DRAWING-SHAPES TO RUN-LOG-WRITES
002790              ADD INCL-DRAWING-SHAPES TO INCL-SHAPE-CNT
002792          WHEN OTHER
002794              PERFORM 2140-ACCUMULATE-FEED-TOTALS
002796                  THRU 2140-ACCUMULATE-FEED-TOTALS-EXIT
002798*             THE PRIOR RUN ALREADY LOGGED THIS RECORD AND THE
002800*             RUN LOG IS REOPENED EXTEND, SO IT COUNTS TOWARD
002802*             THE RUN-LOG SIDE OF THE RECONCILIATION.
002804              ADD 1 TO RUN-LOG-WRITES
002806              ADD 1 TO SKIP-IDX
002808      END-EVALUATE.
002810 1160-SKIP-ONE-RECORD-EXIT.
002812      EXIT.
002814      
002816******************************************************************
002818* 1200-CREATE-OFFSCREEN-SURFACE -- BATCH-MODE PATH. BUILD AN
002820*   OFF-SCREEN SURFACE AND A SOFTWARE RENDERER BOUND TO IT SO
002822*   THE REST OF THE PROGRAM CAN DRAW WITHOUT AN X SERVER.
002824******************************************************************
002826 1200-CREATE-OFFSCREEN-SURFACE.
002828      CALL "SDL_CreateRGBSurface" USING
002830        BY VALUE 0
002832        BY VALUE WIDTH
002834        BY VALUE HEIGHT
002836        BY VALUE 32
002838        BY VALUE 0
002840        BY VALUE 0
002842        BY VALUE 0
002844        BY VALUE 0
002846        RETURNING SDL-SURFACE
002848      END-CALL.
002850      
002852      IF SDL-SURFACE = NULL
002854          DISPLAY "1200-CREATE-OFFSCREEN-SURFACE: "
002856                  "SDL_CreateRGBSurface FAILED"
002858          MOVE 28 TO RETURN-CODE
002860          STOP RUN
002862      END-IF.
002864      
002866      CALL "SDL_CreateSoftwareRenderer" USING
002868        BY VALUE SDL-SURFACE
002870        RETURNING SDL-RENDERER
002872      END-CALL.
002874      
002876      IF SDL-RENDERER = NULL
002878          DISPLAY "1200-CREATE-OFFSCREEN-SURFACE: "
002880                  "SDL_CreateSoftwareRenderer FAILED"
002882          MOVE 32 TO RETURN-CODE
002884          STOP RUN
002886      END-IF.
002888 1200-CREATE-OFFSCREEN-SURFACE-EXIT.
002890      EXIT.
002892      
002894******************************************************************
002896* 1250-CREATE-WINDOW-AND-RENDERER -- INTERACTIVE PATH. OPEN A
002898*   VISIBLE WINDOW AND AN ACCELERATED RENDERER ON IT. THE FLAGS
002900*   VALUE 34 IS SDL_WINDOW_OPENGL (2) OR'D WITH
002902*   SDL_WINDOW_RESIZABLE (32) - WITHOUT THE RESIZABLE FLAG SDL
002904*   PINS THE WINDOW'S MIN/MAX SIZE HINTS TO ITS INITIAL SIZE AND
002906*   THE WINDOWEVENT RESIZE HANDLING IN 3100-HANDLE-RESIZE NEVER
002908*   FIRES.
002910******************************************************************
002912 1250-CREATE-WINDOW-AND-RENDERER.
002914      CALL "SDL_CreateWindow" USING
002916        BY CONTENT WINDOWTITLE
002918        BY VALUE WIDTH
002920        BY VALUE HEIGHT
002922        BY VALUE WIDTH
002924        BY VALUE HEIGHT
002926        BY VALUE 34
002928        RETURNING SDL-WINDOW
002930      END-CALL.
002932      
002934      IF SDL-WINDOW = NULL
002936          DISPLAY "1250-CREATE-WINDOW-AND-RENDERER: "
002938                  "SDL_CreateWindow FAILED"
002940          MOVE 20 TO RETURN-CODE
002942          STOP RUN
002944      END-IF.
002946      
002948      CALL "SDL_CreateRenderer" USING
002950        BY VALUE SDL-WINDOW
002952        BY VALUE -1
002954        BY VALUE 1
002956        RETURNING SDL-RENDERER
002958      END-CALL.
002960      
002962      IF SDL-RENDERER = NULL
002964          DISPLAY "1250-CREATE-WINDOW-AND-RENDERER: "
002966                  "SDL_CreateRenderer FAILED"
002968          MOVE 24 TO RETURN-CODE
002970          STOP RUN
002972      END-IF.
002974 1250-CREATE-WINDOW-AND-RENDERER-EXIT.
002976      EXIT.
002978
002980******************************************************************
002982* 1300-OPEN-SHAPE-MASTER -- DRAWING= INPUT PATH. OPEN THE SHAPE
002984*   MASTER AND POSITION ON THE FIRST RECORD OF THE REQUESTED
002986*   DRAWING; 2100-READ-MASTER-SHAPE THEN FEEDS DRAW-LINE UNTIL
002988*   THE DRAWING ID CHANGES. AN UNKNOWN DRAWING SHOWS UP AS A
002990*   ZERO-SHAPE RUN AND IS FLAGGED BY 9100-RECONCILE-FEED.
002992*   THE FRAME IS CAPTURED UNDER THE DRAWING ID, THE SAME WAY
002994*   2600-PROCESS-PLAYLIST NAMES EACH PLAYLIST DRAWING'S FRAME.
002996******************************************************************
002998 1300-OPEN-SHAPE-MASTER.
003000      MOVE DRAWING-ID TO CAPTURE-SCENE-ID.
003002      OPEN INPUT SHAPE-MASTER.
003004      IF MS-FILE-STATUS NOT = "00"
003006          DISPLAY "1300-OPEN-SHAPE-MASTER: SHAPE-MASTER OPEN "
003008                  "FAILED, STATUS=" MS-FILE-STATUS
003010          MOVE 32 TO RETURN-CODE
003012          STOP RUN
003014      END-IF.
003016      MOVE DRAWING-ID TO MR-DRAWING-ID.
003018      MOVE 0 TO MR-SEQ-NO.
003020      START SHAPE-MASTER KEY NOT < MR-KEY
003022          INVALID KEY
003024              SET LF-AT-EOF TO TRUE
003026      END-START.
003028 1300-OPEN-SHAPE-MASTER-EXIT.
003030      EXIT.
003032
003034******************************************************************
003036* 1350-OPEN-PLAYLIST-INPUT -- PLAYLIST=Y INPUT PATH. OPEN THE
003038*   SHAPE MASTER (THE DRAWINGS COME FROM THERE, SO MASTER-INPUT
003040*   DRIVES THE READ PATH IN DRAW-LINE) AND THE PLAYLIST FILE;
003042*   2600-PROCESS-PLAYLIST POSITIONS ON EACH NAMED DRAWING IN
003044*   TURN. A MISSING PLAYLIST FILE IS FATAL - THE OPERATOR ASKED
003046*   FOR A PLAYLIST RUN AND DID NOT SUPPLY ONE.
003048******************************************************************
003050 1350-OPEN-PLAYLIST-INPUT.
003052      SET MASTER-INPUT TO TRUE.
003054      OPEN INPUT SHAPE-MASTER.
003056      IF MS-FILE-STATUS NOT = "00"
003058          DISPLAY "1350-OPEN-PLAYLIST-INPUT: SHAPE-MASTER OPEN "
003060                  "FAILED, STATUS=" MS-FILE-STATUS
003062          MOVE 32 TO RETURN-CODE
003064          STOP RUN
003066      END-IF.
003068      OPEN INPUT PLAYLIST-FILE.
003070      IF PY-FILE-STATUS NOT = "00"
003072          DISPLAY "1350-OPEN-PLAYLIST-INPUT: PLAYLIST OPEN "
003074                  "FAILED, STATUS=" PY-FILE-STATUS
003076          MOVE 32 TO RETURN-CODE
003078          STOP RUN
003080      END-IF.
003082 1350-OPEN-PLAYLIST-INPUT-EXIT.
003084      EXIT.
003086
003088******************************************************************
003090* 1400-LOAD-PALETTE -- LOAD EVERY VERSION ON THE PALETTE MASTER
003092*   (COLOR CODE, EFFECTIVE DATES AND R/G/B COMPONENTS) INTO
003094*   PALETTE-TABLE FOR 2120-RESOLVE-COLOR. THE TABLE IS SEARCHED
003096*   AS OF PALETTE-DATE: TODAY UNTIL 2050-PROCESS-FEED-HEADER
003098*   SETS IT TO THE FEED DATE. NO PALETTE MASTER JUST MEANS
003100*   SYMBOLIC COLOR CODES ARE UNAVAILABLE THIS RUN - FEEDS THAT
003102*   CARRY RAW NUMERIC COLORS ARE UNAFFECTED.
003104******************************************************************
003106 1400-LOAD-PALETTE.
003108      ACCEPT PALETTE-DATE FROM DATE YYYYMMDD.
003110      OPEN INPUT PALETTE-FILE.
003112      IF PL-FILE-STATUS = "35"
003114          DISPLAY "1400-LOAD-PALETTE: NO PALETTE FILE, "
003116                  "SYMBOLIC COLOR CODES UNAVAILABLE"
003118          GO TO 1400-LOAD-PALETTE-EXIT
003120      END-IF.
003122      IF PL-FILE-STATUS NOT = "00"
003124          DISPLAY "1400-LOAD-PALETTE: PALETTE OPEN FAILED, "
003126                  "STATUS=" PL-FILE-STATUS
003128          MOVE 32 TO RETURN-CODE
003130          STOP RUN
003132      END-IF.
003134      PERFORM 1410-LOAD-ONE-COLOR
003136          THRU 1410-LOAD-ONE-COLOR-EXIT
003138          UNTIL PL-AT-EOF.
003140      CLOSE PALETTE-FILE.
003142 1400-LOAD-PALETTE-EXIT.
003144      EXIT.
003146
003148 1410-LOAD-ONE-COLOR.
003150      READ PALETTE-FILE INTO PALETTE-RECORD
003152          AT END
003154              SET PL-AT-EOF TO TRUE
003156              GO TO 1410-LOAD-ONE-COLOR-EXIT
003158      END-READ.
003160      IF PR-R NOT NUMERIC OR PR-G NOT NUMERIC OR
003162         PR-B NOT NUMERIC
003164          DISPLAY "1410-LOAD-ONE-COLOR: NON-NUMERIC COLOR ON "
003166                  PR-CODE ", ENTRY SKIPPED"
003168          GO TO 1410-LOAD-ONE-COLOR-EXIT
003170      END-IF.
003172      IF PR-EFF-FROM NOT NUMERIC OR PR-EFF-TO NOT NUMERIC
003174          DISPLAY "1410-LOAD-ONE-COLOR: BAD EFFECTIVE DATES ON "
003176                  PR-CODE ", ENTRY SKIPPED"
003178          GO TO 1410-LOAD-ONE-COLOR-EXIT
003180      END-IF.
003182      IF PAL-COUNT >= 200
003184          DISPLAY "1410-LOAD-ONE-COLOR: PALETTE TABLE FULL, "
003186                  PR-CODE " AND LATER ENTRIES SKIPPED"
003188          SET PL-AT-EOF TO TRUE
003190          GO TO 1410-LOAD-ONE-COLOR-EXIT
003192      END-IF.
003194      ADD 1 TO PAL-COUNT.
003196      MOVE PR-CODE TO PAL-CODE (PAL-COUNT).
003198      MOVE PR-EFF-FROM TO PAL-EFF-FROM (PAL-COUNT).
003200      MOVE PR-EFF-TO TO PAL-EFF-TO (PAL-COUNT).
003202      MOVE PR-R TO PAL-R (PAL-COUNT).
003204      MOVE PR-G TO PAL-G (PAL-COUNT).
003206      MOVE PR-B TO PAL-B (PAL-COUNT).
003208 1410-LOAD-ONE-COLOR-EXIT.
003210      EXIT.
003212
003214******************************************************************
003216* 1500-ASSIGN-GENERATION -- READ THE ARCHIVE CATALOG AND TAKE
003218*   THE HIGHEST GENERATION ALREADY RECORDED FOR THIS RUN-ID,
003220*   PLUS ONE, SO A RERUN OR A SECOND RUN ON THE SAME DAY GETS
003222*   UNIQUE FRAME NAMES INSTEAD OF OVERWRITING THE ARCHIVE. NO
003224*   CATALOG YET MEANS GENERATION 1.
003226******************************************************************
003228 1500-ASSIGN-GENERATION.
003230      MOVE 1 TO GEN-NUMBER.
003232      OPEN INPUT ARCHIVE-CATALOG-FILE.
003234      IF AC-FILE-STATUS = "35"
003236          GO TO 1500-ASSIGN-GENERATION-EXIT
003238      END-IF.
003240*     ANY OTHER OPEN FAILURE IS FATAL: PROCEEDING WITH THE
003242*     DEFAULT GENERATION WOULD SILENTLY OVERWRITE EXISTING
003244*     ARCHIVE FRAMES - THE VERY THING THE CATALOG PREVENTS.
003246      IF AC-FILE-STATUS NOT = "00"
003248          DISPLAY "1500-ASSIGN-GENERATION: ARCHCAT OPEN FAILED, "
003250                  "STATUS=" AC-FILE-STATUS
003252          MOVE 32 TO RETURN-CODE
003254          STOP RUN
003256      END-IF.
003258      PERFORM 1510-SCAN-ONE-CATALOG-REC
003260          THRU 1510-SCAN-ONE-CATALOG-REC-EXIT
003262          UNTIL AC-AT-EOF.
003264      CLOSE ARCHIVE-CATALOG-FILE.
003266 1500-ASSIGN-GENERATION-EXIT.
003268      EXIT.
003270
003272 1510-SCAN-ONE-CATALOG-REC.
003274      READ ARCHIVE-CATALOG-FILE INTO CATALOG-RECORD
003276          AT END
003278              SET AC-AT-EOF TO TRUE
003280              GO TO 1510-SCAN-ONE-CATALOG-REC-EXIT
003282      END-READ.
003284      IF AC-RUN-ID = RUN-ID AND AC-GENERATION NUMERIC
003286          IF AC-GENERATION NOT < GEN-NUMBER
003288              COMPUTE GEN-NUMBER = AC-GENERATION + 1
003290                  ON SIZE ERROR
003292                      DISPLAY "1510-SCAN-ONE-CATALOG-REC: "
003294                              "GENERATION LIMIT REACHED"
003296              END-COMPUTE
003298          END-IF
003300      END-IF.
003302 1510-SCAN-ONE-CATALOG-REC-EXIT.
003304      EXIT.
003306
003308******************************************************************
003310* 1550-CHECK-GROUP-CHUNK -- A CHUNK OF A RUN GROUP OTHER THAN
003312*   THE FIRST CARRIES ON THE GROUP'S RUNLOG AND SUMRPT: JOBCTL
003314*   RUNS RUNCONS ONCE, AFTER THE LAST CHUNK, SO REPLACING THE LOG
003316*   HERE WOULD LEAVE RUNHIST WITH THE LAST CHUNK ONLY. THE FIRST
003318*   CHUNK (AND ANY RUN WITHOUT A GROUP) STARTS THEM AFRESH.
003320******************************************************************
003322 1550-CHECK-GROUP-CHUNK.
003324      IF RUN-GROUP = SPACES
003326          GO TO 1550-CHECK-GROUP-CHUNK-EXIT
003328      END-IF.
003330      MOVE SPACES TO FIRST-CHUNK-ID.
003332      STRING RUN-GROUP (1:6) DELIMITED BY SPACE
003334          "01" DELIMITED BY SIZE
003336          INTO FIRST-CHUNK-ID.
003338      IF RUN-ID NOT = FIRST-CHUNK-ID
003340          SET LATER-GROUP-CHUNK TO TRUE
003342      END-IF.
003344 1550-CHECK-GROUP-CHUNK-EXIT.
003346      EXIT.
003348
003350 DRAW-LINE.
003352       IF MASTER-INPUT
003354           PERFORM 2100-READ-MASTER-SHAPE
003356               THRU 2100-READ-MASTER-SHAPE-EXIT
003358       ELSE
003360           READ LINE-FILE INTO LINE-RECORD
003362             AT END
003364               SET LF-AT-EOF TO TRUE
003366           END-READ
003368       END-IF.
003370       IF LF-AT-EOF
003372           GO TO DRAW-LINE-EXIT
003374       END-IF.
003376       IF LR-SHAPE-TYPE = "HDR"
003378           PERFORM 2050-PROCESS-FEED-HEADER
003380               THRU 2050-PROCESS-FEED-HEADER-EXIT
003382           GO TO DRAW-LINE-EXIT
003384       END-IF.
003386       IF LR-SHAPE-TYPE = "TRL"
003388           PERFORM 2060-PROCESS-FEED-TRAILER
003390               THRU 2060-PROCESS-FEED-TRAILER-EXIT
003392           GO TO DRAW-LINE-EXIT
003394       END-IF.
003396       IF LR-SHAPE-TYPE = "SCENE"
003398           PERFORM 2080-PROCESS-SCENE-BREAK
003400               THRU 2080-PROCESS-SCENE-BREAK-EXIT
003402           GO TO DRAW-LINE-EXIT
003404       END-IF.
003406       IF LR-SHAPE-TYPE = "INCL"
003408           PERFORM 2070-PROCESS-INCLUDE
003410               THRU 2070-PROCESS-INCLUDE-EXIT
003412           GO TO DRAW-LINE-EXIT
003414       END-IF.
003416       PERFORM 2140-ACCUMULATE-FEED-TOTALS
003418           THRU 2140-ACCUMULATE-FEED-TOTALS-EXIT.
003420       PERFORM 2010-RENDER-SHAPE THRU 2010-RENDER-SHAPE-EXIT.
003422 DRAW-LINE-EXIT.
003424       EXIT.
003426
003428******************************************************************
003430* 2010-RENDER-SHAPE -- DRAW THE SHAPE NOW IN LINE-RECORD, LOG
003432*   IT, ROLL IT INTO THE STATS AND TAKE THE CHECKPOINT. CALLED
003434*   BY DRAW-LINE FOR A FEED OR MASTER SHAPE AND BY
003436*   2075-DRAW-INCLUDED-SHAPE FOR EACH SHAPE OF AN INCLUDED
003438*   DRAWING, SO BOTH ARE DRAWN, COUNTED AND LOGGED ALIKE.
003440******************************************************************
003442 2010-RENDER-SHAPE.
003444       ADD 1 TO SCENE-ITER-CNT
003446           ON SIZE ERROR
003448               DISPLAY "2010-RENDER-SHAPE: SCENE-ITER-CNT "
003450                       "OVERFLOW"
003452       END-ADD.
003454       ADD 1 TO ITER-COUNT
003456           ON SIZE ERROR
003458               DISPLAY "2010-RENDER-SHAPE: ITER-COUNT OVERFLOW, "
003460                       "ENDING RUN"
003462               SET LF-AT-EOF TO TRUE
003464               GO TO 2010-RENDER-SHAPE-EXIT
003466       END-ADD.
003468       MOVE LR-SHAPE-TYPE TO SHAPE-TYPE.
003470       IF SHAPE-TYPE = SPACES
003472           MOVE "LINE" TO SHAPE-TYPE
003474       END-IF.
003476       MOVE LR-X1 TO X1.
003478       MOVE LR-Y1 TO Y1.
003480       MOVE LR-X2 TO X2.
003482       MOVE LR-Y2 TO Y2.
003484       PERFORM 2120-RESOLVE-COLOR
003486           THRU 2120-RESOLVE-COLOR-EXIT.
003488       PERFORM 2150-VALIDATE-RECORD
003490           THRU 2150-VALIDATE-RECORD-EXIT.
003492       PERFORM 2160-DERIVE-LOG-COORDS
003494           THRU 2160-DERIVE-LOG-COORDS-EXIT.
003496       PERFORM 2180-SCALE-TO-CANVAS
003498           THRU 2180-SCALE-TO-CANVAS-EXIT.
003500*      AN UNKNOWN COLOR CODE IS LOGGED TO THE RUN LOG (ZERO
003502*      COLORS, CODE SHOWN) BUT NEVER DRAWN, SO THE PICTURE IS
003504*      NOT POLLUTED AND THE RECONCILIATION COUNTS STILL AGREE.
003506       IF COLOR-REJECTED
003508           PERFORM 2300-WRITE-RUN-LOG
003510               THRU 2300-WRITE-RUN-LOG-EXIT
003512           PERFORM 2400-WRITE-CHECKPOINT
003514               THRU 2400-WRITE-CHECKPOINT-EXIT
003516           GO TO 2010-RENDER-SHAPE-EXIT
003518       END-IF.
003520       CALL "SDL_SetRenderDrawColor" USING
003522         BY VALUE SDL-RENDERER
003524         BY VALUE COLOR_R
003526         BY VALUE COLOR_G
003528         BY VALUE COLOR_B
003530         BY VALUE 255
003532       END-CALL.
003534       PERFORM 2300-WRITE-RUN-LOG THRU 2300-WRITE-RUN-LOG-EXIT.
003536       PERFORM 2500-ACCUMULATE-STATS
003538           THRU 2500-ACCUMULATE-STATS-EXIT.
003540       PERFORM 2200-DISPATCH-SHAPE THRU 2200-DISPATCH-SHAPE-EXIT.
003542*      FLUSH=1 PRESENTS EVERY SHAPE AS ALWAYS. IN THROUGHPUT
003544*      MODE (FLUSH=N, N > 1) THE PRESENT IS BUFFERED TO EVERY
003546*      NTH RECORD - NOBODY IS WATCHING A HEADLESS BATCH RUN,
003548*      AND A 9999-RECORD FEED WAS SPENDING ITS WINDOW ON
003550*      PER-SHAPE PRESENTS AND SLEEPS. 8000-CAPTURE-FRAME DOES
003552*      A FINAL PRESENT BEFORE THE PIXELS ARE READ BACK.
003554       IF FLUSH-COUNT > 1
003556           DIVIDE ITER-COUNT BY FLUSH-COUNT
003558               GIVING FLUSH-QUOTIENT REMAINDER FLUSH-REMAINDER
003560           IF FLUSH-REMAINDER = 0
003562               CALL "SDL_RenderPresent"
003564                  USING BY VALUE SDL-RENDERER
003566               END-CALL
003568           END-IF
003570       ELSE
003572           CALL "SDL_RenderPresent"
003574              USING BY VALUE SDL-RENDERER
003576           END-CALL
003578       END-IF.
003580
003582*    THE CHECKPOINT IS WRITTEN ONLY AFTER THE SHAPE IS ACTUALLY
003584*    RENDERED AND PRESENTED, NOT RIGHT AFTER ITER-COUNT IS
003586*    INCREMENTED, SO A RUN THAT DIES INSIDE THE SDL DRAW/PRESENT
003588*    CALLS DOES NOT CHECKPOINT AN ITERATION THAT WAS NEVER DRAWN.
003590       PERFORM 2400-WRITE-CHECKPOINT
003592           THRU 2400-WRITE-CHECKPOINT-EXIT.
003594*     THE PER-RECORD SLEEP IS PART OF THE INTERACTIVE VIEWING
003596*     PACE, NOT THE RENDERING - THROUGHPUT MODE DROPS IT.
003598      IF FLUSH-COUNT = 1
003600          CALL "SDL_Delay" USING BY VALUE 1 END-CALL
003602      END-IF.
003604      PERFORM CHECK_QUIT.
003606 2010-RENDER-SHAPE-EXIT.
003608       EXIT.
003610
003612******************************************************************
003614* 2050-PROCESS-FEED-HEADER -- CAPTURE THE FEED DATE AND SUPPLIER
003616*   ID FROM THE "HDR" CONTROL RECORD FOR THE SUMMARY REPORT AND
003618*   THE PALETTE VERSION LOOKUP.
003620******************************************************************
003622 2050-PROCESS-FEED-HEADER.
003624      MOVE HR-FEED-DATE TO FEED-DATE.
003626      MOVE HR-SUPPLIER-ID TO SUPPLIER-ID.
003628*     COLORS RESOLVE AS THEY STOOD ON THE DAY THE FEED WAS CUT,
003630*     SO A RERUN OF AN OLD FEED RENDERS AS IT DID THEN.
003632      IF HR-FEED-DATE NUMERIC AND HR-FEED-DATE > 0
003634          MOVE HR-FEED-DATE TO PALETTE-DATE
003636      END-IF.
003638*     A FEED THAT DECLARES ITS OWN LOGICAL SPACE KNOWS BEST -
003640*     IT OVERRIDES THE LOGICAL= RUN PARM. OLDER HEADERS LEAVE
003642*     THE FIELD BLANK AND THE PARM (OR RAW DRAWING) STANDS.
003644      IF HR-LOGICAL-SPACE NUMERIC AND HR-LOGICAL-SPACE > 0
003646          MOVE HR-LOGICAL-SPACE TO LOGICAL-SPACE
003648      END-IF.
003650      SET HEADER-SEEN TO TRUE.
003652 2050-PROCESS-FEED-HEADER-EXIT.
003654      EXIT.
003656
003658******************************************************************
003660* 2060-PROCESS-FEED-TRAILER -- CAPTURE THE SUPPLIER'S EXPECTED
003662*   RECORD COUNT AND HASH TOTALS FROM THE "TRL" CONTROL RECORD
003664*   FOR THE END-OF-RUN RECONCILIATION IN 9100-RECONCILE-FEED.
003666******************************************************************
003668 2060-PROCESS-FEED-TRAILER.
003670      MOVE TR-REC-COUNT TO EXPECTED-REC-COUNT.
003672      MOVE TR-COORD-HASH TO EXPECTED-COORD-HASH.
003674      MOVE TR-COLOR-HASH TO EXPECTED-COLOR-HASH.
003676      SET TRAILER-SEEN TO TRUE.
003678 2060-PROCESS-FEED-TRAILER-EXIT.
003680      EXIT.
003682
003684******************************************************************
003686* 2070-PROCESS-INCLUDE -- AN "INCL" RECORD: DRAW EVERY SHAPE OF
003688*   THE NAMED SHAPE MASTER DRAWING, MOVED BY THE INCL OFFSET,
003690*   INTO THE CURRENT SCENE THROUGH 2010-RENDER-SHAPE. AN INCL
003692*   THAT CANNOT BE DRAWN (BAD OFFSET, NO MASTER, DRAWING NOT ON
003694*   IT) IS REPORTED AND COUNTED, AND 9100-RECONCILE-FEED HOLDS
003696*   THE RUN - THE FRAME IS MISSING PART OF ITS PICTURE.
003698*   CHECKPOINTS ARE HELD OFF UNTIL THE WHOLE DRAWING IS DOWN.
003700******************************************************************
003702 2070-PROCESS-INCLUDE.
003704      PERFORM 2145-ACCUMULATE-INCL-TOTALS
003706          THRU 2145-ACCUMULATE-INCL-TOTALS-EXIT.
003708      PERFORM 2071-LOCATE-INCLUDE THRU 2071-LOCATE-INCLUDE-EXIT.
003710      IF INCL-AT-EOF
003712          GO TO 2070-PROCESS-INCLUDE-EXIT
003714      END-IF.
003716      DIVIDE ITER-COUNT BY CHECKPOINT-INTERVAL
003718          GIVING INCL-START-QUOT REMAINDER CK-REMAINDER.
003720      SET INCLUDE-ACTIVE TO TRUE.
003722      PERFORM 2075-DRAW-INCLUDED-SHAPE
003724          THRU 2075-DRAW-INCLUDED-SHAPE-EXIT
003726          UNTIL INCL-AT-EOF OR LF-AT-EOF OR ITER-COUNT >= 9999.
003728      MOVE "N" TO INCLUDE-SW.
003730*     THE CHECKPOINT INTERVAL MAY HAVE COME ROUND WHILE THE
003732*     INCLUDED SHAPES WERE DRAWN - TAKE IT NOW, WITH THE WHOLE
003734*     INCL BEHIND IT, SO A RESTART NEVER RESUMES PART WAY INTO
003736*     AN INCLUDED DRAWING.
003738      DIVIDE ITER-COUNT BY CHECKPOINT-INTERVAL
003740          GIVING CK-QUOTIENT REMAINDER CK-REMAINDER.
003742      IF CK-QUOTIENT NOT = INCL-START-QUOT
003744          PERFORM 2450-PUT-CHECKPOINT
003746              THRU 2450-PUT-CHECKPOINT-EXIT
003748          PERFORM 2470-WRITE-HEARTBEAT
003750              THRU 2470-WRITE-HEARTBEAT-EXIT
003752          PERFORM 2480-POLL-OPERATOR-STOP
003754              THRU 2480-POLL-OPERATOR-STOP-EXIT
003756      END-IF.
003758 2070-PROCESS-INCLUDE-EXIT.
003760      EXIT.
003762
003764******************************************************************
003766* 2071-LOCATE-INCLUDE -- SAVE THE INCL FIELDS, OPEN THE SHAPE
003768*   MASTER IF THIS IS THE FIRST INCL OF THE RUN, POSITION ON THE
003770*   NAMED DRAWING AND READ ITS FIRST SHAPE INTO LINE-RECORD.
003772*   INCL-AT-EOF ON RETURN MEANS THERE IS NOTHING TO DRAW; THE
003774*   REASON HAS BEEN REPORTED AND INCL-FAILED-CNT BUMPED.
003776******************************************************************
003778 2071-LOCATE-INCLUDE.
003780      SET INCL-AT-EOF TO TRUE.
003782      MOVE 0 TO INCL-DRAWING-SHAPES.
003784      MOVE IR-DRAWING-ID TO INCL-DRAWING-ID.
003786      IF IR-X-OFFSET NOT NUMERIC OR IR-Y-OFFSET NOT NUMERIC
003788          DISPLAY "2071-LOCATE-INCLUDE: NON-NUMERIC OFFSET ON "
003790                  "INCL OF " INCL-DRAWING-ID ", NOT DRAWN"
003792          ADD 1 TO INCL-FAILED-CNT
003794          GO TO 2071-LOCATE-INCLUDE-EXIT
003796      END-IF.
003798      MOVE IR-X-OFFSET TO INCL-X-OFFSET.
003800      MOVE IR-Y-OFFSET TO INCL-Y-OFFSET.
003802      IF NOT INCL-MASTER-OPEN AND NOT INCL-MASTER-MISSING
003804          OPEN INPUT SHAPE-MASTER
003806          EVALUATE MS-FILE-STATUS
003808              WHEN "00"
003810                  SET INCL-MASTER-OPEN TO TRUE
003812              WHEN "35"
003814                  SET INCL-MASTER-MISSING TO TRUE
003816              WHEN OTHER
003818                  DISPLAY "2071-LOCATE-INCLUDE: SHAPE-MASTER "
003820                          "OPEN FAILED, STATUS=" MS-FILE-STATUS
003822                  MOVE 32 TO RETURN-CODE
003824                  STOP RUN
003826          END-EVALUATE
003828      END-IF.
003830      IF INCL-MASTER-MISSING
003832          DISPLAY "2071-LOCATE-INCLUDE: NO SHAPE MASTER, INCL OF "
003834                  INCL-DRAWING-ID " NOT DRAWN"
003836          ADD 1 TO INCL-FAILED-CNT
003838          GO TO 2071-LOCATE-INCLUDE-EXIT
003840      END-IF.
003842      MOVE "N" TO INCL-EOF-SW.
003844      MOVE INCL-DRAWING-ID TO MR-DRAWING-ID.
003846      MOVE 0 TO MR-SEQ-NO.
003848      START SHAPE-MASTER KEY NOT < MR-KEY
003850          INVALID KEY
003852              SET INCL-AT-EOF TO TRUE
003854      END-START.
003856      IF NOT INCL-AT-EOF
003858          PERFORM 2076-READ-INCLUDED-SHAPE
003860              THRU 2076-READ-INCLUDED-SHAPE-EXIT
003862      END-IF.
003864      IF INCL-AT-EOF
003866          DISPLAY "2071-LOCATE-INCLUDE: DRAWING " INCL-DRAWING-ID
003868                  " NOT ON SHAPE MASTER OR EMPTY, INCL NOT DRAWN"
003870          ADD 1 TO INCL-FAILED-CNT
003872      END-IF.
003874 2071-LOCATE-INCLUDE-EXIT.
003876      EXIT.
003878
003880* RESTART SKIP ONLY - COUNT THE INCLUDED DRAWING'S SHAPES
003882* WITHOUT DRAWING THEM.
003884 2073-COUNT-INCLUDED-SHAPE.
003886      ADD 1 TO INCL-DRAWING-SHAPES.
003888      PERFORM 2076-READ-INCLUDED-SHAPE
003890          THRU 2076-READ-INCLUDED-SHAPE-EXIT.
003892 2073-COUNT-INCLUDED-SHAPE-EXIT.
003894      EXIT.
003896
003898 2075-DRAW-INCLUDED-SHAPE.
003900      ADD 1 TO INCL-SHAPE-CNT
003902          ON SIZE ERROR
003904              DISPLAY "2075-DRAW-INCLUDED-SHAPE: SHAPE COUNT "
003906                      "OVERFLOW"
003908      END-ADD.
003910      PERFORM 2010-RENDER-SHAPE THRU 2010-RENDER-SHAPE-EXIT.
003912      PERFORM 2076-READ-INCLUDED-SHAPE
003914          THRU 2076-READ-INCLUDED-SHAPE-EXIT.
003916 2075-DRAW-INCLUDED-SHAPE-EXIT.
003918      EXIT.
003920
003922******************************************************************
003924* 2076-READ-INCLUDED-SHAPE -- READ THE NEXT SHAPE OF THE
003926*   INCLUDED DRAWING AND LAY IT INTO LINE-RECORD MOVED BY THE
003928*   INCL OFFSET, THE SAME WAY 2100-READ-MASTER-SHAPE LAYS OUT A
003930*   DRAWING= SHAPE. X1/Y1 ALWAYS MOVE; X2/Y2 MOVE ONLY FOR A
003932*   LINE, WHERE THEY ARE THE OTHER END - FOR A RECT THEY ARE A
003934*   WIDTH AND HEIGHT, AND A POINT DOES NOT USE THEM. SHAPEEDIT
003936*   HAS ALREADY HELD THE DRAWING TO THE CANVAS; A SUM PAST 999
003938*   IS PINNED THERE AND 2150-VALIDATE-RECORD WARNS OF IT.
003940******************************************************************
003942 2076-READ-INCLUDED-SHAPE.
003944      READ SHAPE-MASTER NEXT RECORD
003946          AT END
003948              SET INCL-AT-EOF TO TRUE
003950              GO TO 2076-READ-INCLUDED-SHAPE-EXIT
003952      END-READ.
003954      IF MR-DRAWING-ID NOT = INCL-DRAWING-ID
003956          SET INCL-AT-EOF TO TRUE
003958          GO TO 2076-READ-INCLUDED-SHAPE-EXIT
003960      END-IF.
003962      MOVE MR-SHAPE-TYPE TO LR-SHAPE-TYPE.
003964      MOVE MR-X2 TO LR-X2.
003966      MOVE MR-Y2 TO LR-Y2.
003968      MOVE MR-R TO LR-R.
003970      MOVE MR-G TO LR-G.
003972      MOVE MR-B TO LR-B.
003974      ADD MR-X1 INCL-X-OFFSET GIVING LR-X1
003976          ON SIZE ERROR
003978              MOVE 999 TO LR-X1
003980      END-ADD.
003982      ADD MR-Y1 INCL-Y-OFFSET GIVING LR-Y1
003984          ON SIZE ERROR
003986              MOVE 999 TO LR-Y1
003988      END-ADD.
003990      IF MR-SHAPE-TYPE = "LINE" OR MR-SHAPE-TYPE = SPACES
003992          ADD MR-X2 INCL-X-OFFSET GIVING LR-X2
003994              ON SIZE ERROR
003996                  MOVE 999 TO LR-X2
003998          END-ADD
004000          ADD MR-Y2 INCL-Y-OFFSET GIVING LR-Y2
004002              ON SIZE ERROR
004004                  MOVE 999 TO LR-Y2
004006          END-ADD
004008      END-IF.
004010 2076-READ-INCLUDED-SHAPE-EXIT.
004012      EXIT.
004014
004016******************************************************************
004018* 2080-PROCESS-SCENE-BREAK -- A "SCENE" CONTROL RECORD ENDS THE
004020*   DRAWING RENDERED SO FAR: CAPTURE AND ARCHIVE THE FRAME UNDER
004022*   THE SCENE ID, CLEAR THE CANVAS BACK TO WHITE, SNAPSHOT THE
004024*   SCENE'S STATS FOR THE SUMMARY REPORT AND RESET THEM FOR THE
004026*   NEXT SCENE. THE SDL SESSION AND WINDOW ARE REUSED ACROSS
004028*   SCENES, SO ONE JOB PRODUCES N ARCHIVED FRAMES.
004030******************************************************************
004032 2080-PROCESS-SCENE-BREAK.
004034      ADD 1 TO SCENE-RECS-SEEN
004036          ON SIZE ERROR
004038              DISPLAY "2080-PROCESS-SCENE-BREAK: SCENE "
004040                      "RECORD COUNT OVERFLOW"
004042      END-ADD.
004044      MOVE SB-SCENE-ID TO CAPTURE-SCENE-ID.
004046      PERFORM 8000-CAPTURE-FRAME THRU 8000-CAPTURE-FRAME-EXIT.
004048      CALL "SDL_SetRenderDrawColor" USING
004050        BY VALUE SDL-RENDERER
004052        BY VALUE 255
004054        BY VALUE 255
004056        BY VALUE 255
004058        BY VALUE 255
004060      END-CALL.
004062      CALL "SDL_RenderClear" USING BY VALUE SDL-RENDERER
004064      END-CALL.
004066      PERFORM 2090-SNAPSHOT-SCENE-STATS
004068          THRU 2090-SNAPSHOT-SCENE-STATS-EXIT.
004070      MOVE SPACES TO CAPTURE-SCENE-ID.
004072*     CHECKPOINT AT ONCE SO THE FRAME JUST ARCHIVED IS ON THE
004074*     CHECKPOINT'S FRAME LIST - A CRASH BEFORE THE NEXT
004076*     INTERVAL MUST NOT LEAVE IT OFF THE ARCHIVE CATALOG.
004078      PERFORM 2450-PUT-CHECKPOINT
004080          THRU 2450-PUT-CHECKPOINT-EXIT.
004082 2080-PROCESS-SCENE-BREAK-EXIT.
004084      EXIT.
004086
004088******************************************************************
004090* 2090-SNAPSHOT-SCENE-STATS -- COPY THE CURRENT BOUNDING BOX AND
004092*   COLOR BUCKETS INTO THE SCENE TABLE UNDER CAPTURE-SCENE-ID,
004094*   THEN RESET THEM TO THEIR INITIAL VALUES FOR THE NEXT SCENE.
004096*   PAST 20 SCENES THE SNAPSHOT IS DROPPED (THE FRAMES ARE
004098*   STILL CAPTURED) AND THE SUMMARY REPORT COVERS THE FIRST 20.
004100******************************************************************
004102 2090-SNAPSHOT-SCENE-STATS.
004104      IF SCENE-COUNT >= 20
004106          DISPLAY "2090-SNAPSHOT-SCENE-STATS: SCENE TABLE "
004108                  "FULL, SCENE LEFT OUT OF THE SUMMARY REPORT"
004110          GO TO 2090-SNAPSHOT-SCENE-RESET
004112      END-IF.
004114      ADD 1 TO SCENE-COUNT.
004116      MOVE CAPTURE-SCENE-ID TO SCN-ID (SCENE-COUNT).
004118      MOVE SCENE-ITER-CNT TO SCN-SHAPE-CNT (SCENE-COUNT).
004120      MOVE STAT-MIN-X1 TO SCN-MIN-X1 (SCENE-COUNT).
004122      MOVE STAT-MAX-X1 TO SCN-MAX-X1 (SCENE-COUNT).
004124      MOVE STAT-MIN-Y1 TO SCN-MIN-Y1 (SCENE-COUNT).
004126      MOVE STAT-MAX-Y1 TO SCN-MAX-Y1 (SCENE-COUNT).
004128      MOVE STAT-MIN-X2 TO SCN-MIN-X2 (SCENE-COUNT).
004130      MOVE STAT-MAX-X2 TO SCN-MAX-X2 (SCENE-COUNT).
004132      MOVE STAT-MIN-Y2 TO SCN-MIN-Y2 (SCENE-COUNT).
004134      MOVE STAT-MAX-Y2 TO SCN-MAX-Y2 (SCENE-COUNT).
004136      MOVE R-LOW-CNT TO SCN-R-LOW-CNT (SCENE-COUNT).
004138      MOVE R-MED-CNT TO SCN-R-MED-CNT (SCENE-COUNT).
004140      MOVE R-HIGH-CNT TO SCN-R-HIGH-CNT (SCENE-COUNT).
004142      MOVE G-LOW-CNT TO SCN-G-LOW-CNT (SCENE-COUNT).
004144      MOVE G-MED-CNT TO SCN-G-MED-CNT (SCENE-COUNT).
004146      MOVE G-HIGH-CNT TO SCN-G-HIGH-CNT (SCENE-COUNT).
004148      MOVE B-LOW-CNT TO SCN-B-LOW-CNT (SCENE-COUNT).
004150      MOVE B-MED-CNT TO SCN-B-MED-CNT (SCENE-COUNT).
004152      MOVE B-HIGH-CNT TO SCN-B-HIGH-CNT (SCENE-COUNT).
004154 2090-SNAPSHOT-SCENE-RESET.
004156      MOVE 999 TO STAT-MIN-X1 STAT-MIN-X2
004158                  STAT-MIN-Y1 STAT-MIN-Y2.
004160      MOVE 0 TO STAT-MAX-X1 STAT-MAX-X2
004162                STAT-MAX-Y1 STAT-MAX-Y2.
004164      MOVE 0 TO R-LOW-CNT R-MED-CNT R-HIGH-CNT
004166                G-LOW-CNT G-MED-CNT G-HIGH-CNT
004168                B-LOW-CNT B-MED-CNT B-HIGH-CNT.
004170      MOVE 0 TO SCENE-ITER-CNT.
004172 2090-SNAPSHOT-SCENE-STATS-EXIT.
004174      EXIT.
004176
004178******************************************************************
004180* 2100-READ-MASTER-SHAPE -- DRAWING= INPUT PATH. READ THE NEXT
004182*   SHAPE OF THE REQUESTED DRAWING FROM THE SHAPE MASTER AND
004184*   LAY IT INTO LINE-RECORD SO THE REST OF DRAW-LINE DOES NOT
004186*   CARE WHERE THE SHAPE CAME FROM. END OF FILE OR A CHANGE OF
004188*   DRAWING ID BOTH END THE RUN.
004190******************************************************************
004192 2100-READ-MASTER-SHAPE.
004194      READ SHAPE-MASTER NEXT RECORD
004196          AT END
004198              SET LF-AT-EOF TO TRUE
004200              GO TO 2100-READ-MASTER-SHAPE-EXIT
004202      END-READ.
004204      IF MR-DRAWING-ID NOT = DRAWING-ID
004206          SET LF-AT-EOF TO TRUE
004208          GO TO 2100-READ-MASTER-SHAPE-EXIT
004210      END-IF.
004212      MOVE MR-SHAPE-TYPE TO LR-SHAPE-TYPE.
004214      MOVE MR-X1 TO LR-X1.
004216      MOVE MR-Y1 TO LR-Y1.
004218      MOVE MR-X2 TO LR-X2.
004220      MOVE MR-Y2 TO LR-Y2.
004222      MOVE MR-R TO LR-R.
004224      MOVE MR-G TO LR-G.
004226      MOVE MR-B TO LR-B.
004228 2100-READ-MASTER-SHAPE-EXIT.
004230      EXIT.
004232
004234******************************************************************
004236* 2120-RESOLVE-COLOR -- A RECORD WITH THREE NUMERIC COLOR
004238*   FIELDS USES THEM DIRECTLY, AS ALWAYS. OTHERWISE THE COLOR
004240*   BYTES CARRY A SYMBOLIC CODE RESOLVED THROUGH THE PALETTE
004242*   TABLE BEFORE THE SDL_SetRenderDrawColor CALL. AN UNKNOWN
004244*   CODE MARKS THE RECORD REJECTED: DRAW-LINE LOGS IT TO THE
004246*   RUN LOG AND DOES NOT DRAW IT.
004248******************************************************************
004250 2120-RESOLVE-COLOR.
004252      MOVE SPACES TO CUR-COLOR-CODE.
004254      MOVE "N" TO COLOR-REJECT-SW.
004256      IF LR-COLOR-FIELDS NUMERIC
004258          MOVE LR-R TO COLOR_R
004260          MOVE LR-G TO COLOR_G
004262          MOVE LR-B TO COLOR_B
004264          GO TO 2120-RESOLVE-COLOR-EXIT
004266      END-IF.
004268      MOVE LR-COLOR-CODE TO CUR-COLOR-CODE.
004270      MOVE 0 TO PAL-HIT.
004272      PERFORM 2125-SEARCH-PALETTE
004274          THRU 2125-SEARCH-PALETTE-EXIT
004276          VARYING PAL-IDX FROM 1 BY 1
004278          UNTIL PAL-IDX > PAL-COUNT OR PAL-HIT > 0.
004280      IF PAL-HIT > 0
004282          MOVE PAL-R (PAL-HIT) TO COLOR_R
004284          MOVE PAL-G (PAL-HIT) TO COLOR_G
004286          MOVE PAL-B (PAL-HIT) TO COLOR_B
004288      ELSE
004290          DISPLAY "2120-RESOLVE-COLOR: UNKNOWN COLOR CODE '"
004292                  CUR-COLOR-CODE "', RECORD NOT DRAWN"
004294          MOVE 0 TO COLOR_R
004296          MOVE 0 TO COLOR_G
004298          MOVE 0 TO COLOR_B
004300          SET COLOR-REJECTED TO TRUE
004302          ADD 1 TO COLOR-REJECT-CNT
004304              ON SIZE ERROR
004306                  DISPLAY "2120-RESOLVE-COLOR: REJECT COUNT "
004308                          "OVERFLOW"
004310          END-ADD
004312      END-IF.
004314 2120-RESOLVE-COLOR-EXIT.
004316      EXIT.
004318
004320 2125-SEARCH-PALETTE.
004322      IF PAL-CODE (PAL-IDX) = CUR-COLOR-CODE AND
004324         PAL-EFF-FROM (PAL-IDX) NOT > PALETTE-DATE AND
004326         PAL-EFF-TO (PAL-IDX) NOT < PALETTE-DATE
004328          MOVE PAL-IDX TO PAL-HIT
004330      END-IF.
004332 2125-SEARCH-PALETTE-EXIT.
004334      EXIT.
004336
004338******************************************************************
004340* 2140-ACCUMULATE-FEED-TOTALS -- COUNT THE SHAPE RECORD AND ROLL
004342*   ITS COORDINATE AND COLOR FIELDS, AS DELIVERED AND BEFORE ANY
004344*   CLAMPING IN 2150-VALIDATE-RECORD, INTO THE HASH TOTALS THE
004346*   TRAILER IS RECONCILED AGAINST. THE SUMS CANNOT OVERFLOW
004348*   PIC 9(9) AT THE 9999-ITERATION CAP, BUT GUARD THEM ANYWAY.
004350******************************************************************
004352 2140-ACCUMULATE-FEED-TOTALS.
004354      ADD 1 TO FEED-RECS-READ
004356          ON SIZE ERROR
004358              DISPLAY "2140-ACCUMULATE-FEED-TOTALS: RECORD "
004360                      "COUNT OVERFLOW"
004362      END-ADD.
004364      ADD LR-X1 LR-Y1 LR-X2 LR-Y2 TO FEED-COORD-HASH
004366          ON SIZE ERROR
004368              DISPLAY "2140-ACCUMULATE-FEED-TOTALS: COORD "
004370                      "HASH OVERFLOW"
004372      END-ADD.
004374*     SYMBOLIC-COLOR RECORDS HAVE NO NUMERIC COLOR FIELDS, SO
004376*     THE COLOR HASH IS DEFINED OVER NUMERIC-COLOR RECORDS
004378*     ONLY - SUPPLIERS BUILD THEIR TRAILERS THE SAME WAY.
004380      IF LR-COLOR-FIELDS NUMERIC
004382          ADD LR-R LR-G LR-B TO FEED-COLOR-HASH
004384              ON SIZE ERROR
004386                  DISPLAY "2140-ACCUMULATE-FEED-TOTALS: COLOR "
004388                          "HASH OVERFLOW"
004390          END-ADD
004392      END-IF.
004394 2140-ACCUMULATE-FEED-TOTALS-EXIT.
004396      EXIT.
004398
004400* AN INCL IS ONE FEED RECORD; ITS OFFSETS GO INTO THE COORDINATE
004402* HASH AND IT HAS NO COLOR. A NON-NUMERIC OFFSET IS LEFT OUT OF
004404* THE HASH THE SAME WAY SHAPEEDIT LEAVES IT OUT.
004406 2145-ACCUMULATE-INCL-TOTALS.
004408      ADD 1 TO FEED-RECS-READ
004410          ON SIZE ERROR
004412              DISPLAY "2145-ACCUMULATE-INCL-TOTALS: RECORD "
004414                      "COUNT OVERFLOW"
004416      END-ADD.
004418      ADD 1 TO INCL-RECS-READ.
004420      IF IR-X-OFFSET NUMERIC AND IR-Y-OFFSET NUMERIC
004422          ADD IR-X-OFFSET IR-Y-OFFSET TO FEED-COORD-HASH
004424              ON SIZE ERROR
004426                  DISPLAY "2145-ACCUMULATE-INCL-TOTALS: COORD "
004428                          "HASH OVERFLOW"
004430          END-ADD
004432      END-IF.
004434 2145-ACCUMULATE-INCL-TOTALS-EXIT.
004436      EXIT.
004438
004440******************************************************************
004442* 2150-VALIDATE-RECORD -- LINE-FILE IS AN ARBITRARY BATCH FEED,
004444*   NOT THE OLD FUNCTION RANDOM VALUES, SO CLAMP LR-R/G/B INTO
004446*   THE 0-255 RANGE SDL_SetRenderDrawColor EXPECTS AND WARN WHEN
004448*   A COORDINATE FALLS OUTSIDE THE CONFIGURED CANVAS.
004450******************************************************************
004452 2150-VALIDATE-RECORD.
004454      IF COLOR_R > 255
004456          DISPLAY "2150-VALIDATE-RECORD: R=" COLOR_R
004458                  " OUT OF RANGE, CLAMPED TO 255"
004460          MOVE 255 TO COLOR_R
004462      END-IF.
004464      IF COLOR_G > 255
004466          DISPLAY "2150-VALIDATE-RECORD: G=" COLOR_G
004468                  " OUT OF RANGE, CLAMPED TO 255"
004470          MOVE 255 TO COLOR_G
004472      END-IF.
004474      IF COLOR_B > 255
004476          DISPLAY "2150-VALIDATE-RECORD: B=" COLOR_B
004478                  " OUT OF RANGE, CLAMPED TO 255"
004480          MOVE 255 TO COLOR_B
004482      END-IF.
004484*     IN LOGICAL-CANVAS MODE THE FEED IS JUDGED AGAINST THE
004486*     SPACE IT WAS AUTHORED IN, NOT THE PHYSICAL CANVAS -
004488*     2180-SCALE-TO-CANVAS MAPS IT ONTO THE PIXELS AFTERWARDS.
004490      IF LOGICAL-SPACE > 0
004492          MOVE LOGICAL-SPACE TO CANVAS-LIMIT-X
004494          MOVE LOGICAL-SPACE TO CANVAS-LIMIT-Y
004496      ELSE
004498          MOVE WIDTH TO CANVAS-LIMIT-X
004500          MOVE HEIGHT TO CANVAS-LIMIT-Y
004502      END-IF.
004504      IF X1 NOT < CANVAS-LIMIT-X OR Y1 NOT < CANVAS-LIMIT-Y
004506          DISPLAY "2150-VALIDATE-RECORD: X1/Y1 OUTSIDE THE "
004508                  "CONFIGURED CANVAS"
004510      END-IF.
004512      IF SHAPE-TYPE = "LINE"
004514          IF X2 NOT < CANVAS-LIMIT-X OR
004516             Y2 NOT < CANVAS-LIMIT-Y
004518              DISPLAY "2150-VALIDATE-RECORD: X2/Y2 OUTSIDE THE "
004520                      "CONFIGURED CANVAS"
004522          END-IF
004524      END-IF.
004526 2150-VALIDATE-RECORD-EXIT.
004528      EXIT.
004530
004532******************************************************************
004534* 2160-DERIVE-LOG-COORDS -- X2/Y2 MEAN A SECOND POINT FOR A LINE
004536*   RECORD, A WIDTH/HEIGHT OFFSET FOR A RECT RECORD, AND ARE
004538*   UNUSED FOR A POINT RECORD. COMPUTE LOG-X2/LOG-Y2 AS THE
004540*   SHAPE'S TRUE SECOND COORDINATE SO 2300-WRITE-RUN-LOG AND
004542*   2500-ACCUMULATE-STATS DO NOT BLEND COORDINATES AND
004544*   WIDTHS/HEIGHTS TOGETHER.
004546******************************************************************
004548 2160-DERIVE-LOG-COORDS.
004550      EVALUATE SHAPE-TYPE
004552          WHEN "RECT"
004554              ADD X1 X2 GIVING LOG-X2
004556                  ON SIZE ERROR
004558                      MOVE 999 TO LOG-X2
004560              END-ADD
004562              ADD Y1 Y2 GIVING LOG-Y2
004564                  ON SIZE ERROR
004566                      MOVE 999 TO LOG-Y2
004568              END-ADD
004570          WHEN "POINT"
004572              MOVE X1 TO LOG-X2
004574              MOVE Y1 TO LOG-Y2
004576          WHEN OTHER
004578              MOVE X2 TO LOG-X2
004580              MOVE Y2 TO LOG-Y2
004582      END-EVALUATE.
004584 2160-DERIVE-LOG-COORDS-EXIT.
004586      EXIT.
004588
004590******************************************************************
004592* 2180-SCALE-TO-CANVAS -- MAP THE RECORD'S COORDINATES ONTO THE
004594*   PHYSICAL CANVAS. WITH NO LOGICAL SPACE DECLARED THE FEED IS
004596*   ALREADY IN PIXELS AND PASSES THROUGH UNCHANGED. OTHERWISE
004598*   EVERY COORDINATE SCALES BY WIDTH/LOGICAL-SPACE (X) OR
004600*   HEIGHT/LOGICAL-SPACE (Y) - A RECT'S WIDTH/HEIGHT READING OF
004602*   X2/Y2 SCALES BY THE SAME FACTORS, SO PROPORTIONS HOLD AT
004604*   ANY OUTPUT SIZE. WIDTH/HEIGHT ARE READ FRESH EACH RECORD,
004606*   SO A 3100-HANDLE-RESIZE MID-RUN IS PICKED UP AT ONCE. THE
004608*   RUN LOG AND STATS KEEP THE LOGICAL VALUES.
004610******************************************************************
004612 2180-SCALE-TO-CANVAS.
004614      IF LOGICAL-SPACE = 0
004616          MOVE X1 TO PHYS-X1
004618          MOVE Y1 TO PHYS-Y1
004620          MOVE X2 TO PHYS-X2
004622          MOVE Y2 TO PHYS-Y2
004624          GO TO 2180-SCALE-TO-CANVAS-EXIT
004626      END-IF.
004628      COMPUTE PHYS-X1 = X1 * WIDTH / LOGICAL-SPACE
004630          ON SIZE ERROR
004632              MOVE 0 TO PHYS-X1
004634      END-COMPUTE.
004636      COMPUTE PHYS-Y1 = Y1 * HEIGHT / LOGICAL-SPACE
004638          ON SIZE ERROR
004640              MOVE 0 TO PHYS-Y1
004642      END-COMPUTE.
004644      COMPUTE PHYS-X2 = X2 * WIDTH / LOGICAL-SPACE
004646          ON SIZE ERROR
004648              MOVE 0 TO PHYS-X2
004650      END-COMPUTE.
004652      COMPUTE PHYS-Y2 = Y2 * HEIGHT / LOGICAL-SPACE
004654          ON SIZE ERROR
004656              MOVE 0 TO PHYS-Y2
004658      END-COMPUTE.
004660 2180-SCALE-TO-CANVAS-EXIT.
004662      EXIT.
004664
004666******************************************************************
004668* 2200-DISPATCH-SHAPE -- BRANCH ON SHAPE-TYPE AND CALL THE SDL
004670*   DRAW ROUTINE THAT MATCHES THE CURRENT RECORD.
004672******************************************************************
004674 2200-DISPATCH-SHAPE.
004676*     THE FIRST AND LAST DRAWN-SHAPE TIMES BRACKET THE RUN FOR
004678*     THE ACCOUNTING RECORD'S ELAPSED FIGURE.
004680      IF NOT FIRST-SHAPE-SEEN
004682          ACCEPT FIRST-SHAPE-TIME FROM TIME
004684          SET FIRST-SHAPE-SEEN TO TRUE
004686      END-IF.
004688      ACCEPT LAST-SHAPE-TIME FROM TIME.
004690      EVALUATE SHAPE-TYPE
004692          WHEN "RECT"
004694              ADD 1 TO RECT-DRAWN-CNT
004696              PERFORM 2220-DRAW-SHAPE-RECT
004698                  THRU 2220-DRAW-SHAPE-RECT-EXIT
004700          WHEN "POINT"
004702              ADD 1 TO POINT-DRAWN-CNT
004704              PERFORM 2230-DRAW-SHAPE-POINT
004706                  THRU 2230-DRAW-SHAPE-POINT-EXIT
004708          WHEN OTHER
004710              ADD 1 TO LINE-DRAWN-CNT
004712              PERFORM 2210-DRAW-SHAPE-LINE
004714                  THRU 2210-DRAW-SHAPE-LINE-EXIT
004716      END-EVALUATE.
004718 2200-DISPATCH-SHAPE-EXIT.
004720      EXIT.
004722      
004724 2210-DRAW-SHAPE-LINE.
004726      CALL "SDL_RenderDrawLine" USING
004728        BY VALUE SDL-RENDERER
004730        BY VALUE PHYS-X1
004732        BY VALUE PHYS-Y1
004734        BY VALUE PHYS-X2
004736        BY VALUE PHYS-Y2
004738      END-CALL.
004740 2210-DRAW-SHAPE-LINE-EXIT.
004742      EXIT.
004744      
004746*    FOR RECT RECORDS, PHYS-X2/PHYS-Y2 (SCALED FROM LR-X2/LR-Y2
004748*    BY 2180-SCALE-TO-CANVAS) ARE A WIDTH AND HEIGHT MEASURED
004750*    FROM PHYS-X1/PHYS-Y1, NOT A SECOND CORNER POINT - SEE THE
004752*    NOTE ON LINE-RECORD.
004754 2220-DRAW-SHAPE-RECT.
004756      MOVE PHYS-X1 TO DR-X.
004758      MOVE PHYS-Y1 TO DR-Y.
004760      MOVE PHYS-X2 TO DR-W.
004762      MOVE PHYS-Y2 TO DR-H.
004764      CALL "SDL_RenderDrawRect" USING
004766        BY VALUE SDL-RENDERER
004768        BY REFERENCE DRAW-RECT
004770      END-CALL.
004772 2220-DRAW-SHAPE-RECT-EXIT.
004774      EXIT.
004776      
004778 2230-DRAW-SHAPE-POINT.
004780      CALL "SDL_RenderDrawPoint" USING
004782        BY VALUE SDL-RENDERER
004784        BY VALUE PHYS-X1
004786        BY VALUE PHYS-Y1
004788      END-CALL.
004790 2230-DRAW-SHAPE-POINT-EXIT.
004792      EXIT.
004794      
004796******************************************************************
004798* 2300-WRITE-RUN-LOG -- RECORD ONE DRAW-LINE ITERATION TO
004800*   RUN-LOG-FILE SO THE RUN CAN BE REVIEWED AFTER THE JOB ENDS.
004802******************************************************************
004804 2300-WRITE-RUN-LOG.
004806       ACCEPT RL-DATE FROM DATE YYYYMMDD.
004808       ACCEPT RL-TIME FROM TIME.
004810       MOVE RUN-ID TO RL-RUN-ID.
004812       MOVE ITER-COUNT TO RL-ITER.
004814       MOVE X1 TO RL-X1.
004816       MOVE Y1 TO RL-Y1.
004818       MOVE LOG-X2 TO RL-X2.
004820       MOVE LOG-Y2 TO RL-Y2.
004822       MOVE COLOR_R TO RL-R.
004824       MOVE COLOR_G TO RL-G.
004826       MOVE COLOR_B TO RL-B.
004828       MOVE CUR-COLOR-CODE TO RL-COLOR-CODE.
004830       WRITE RUN-LOG-RECORD.
004832       IF RL-FILE-STATUS = "00"
004834           ADD 1 TO RUN-LOG-WRITES
004836       ELSE
004838           DISPLAY "2300-WRITE-RUN-LOG: WRITE FAILED, STATUS="
004840                   RL-FILE-STATUS
004842       END-IF.
004844 2300-WRITE-RUN-LOG-EXIT.
004846       EXIT.
004848      
004850******************************************************************
004852* 2400-WRITE-CHECKPOINT -- EVERY CHECKPOINT-INTERVAL ITERATIONS,
004854*   SNAPSHOT ITER-COUNT TO CHECKPOINT-FILE SO A RUN THAT DIES
004856*   PARTWAY THROUGH CAN RESTART WITHOUT REDRAWING EVERYTHING.
004858******************************************************************
004860 2400-WRITE-CHECKPOINT.
004862*      NOT WHILE AN INCLUDED DRAWING IS BEING DRAWN - THE RESTART
004864*      SKIP STEPS OVER A WHOLE INCL, SO 2070-PROCESS-INCLUDE
004866*      TAKES ANY CHECKPOINT DUE ONCE THE DRAWING IS DOWN.
004868       IF INCLUDE-ACTIVE
004870           GO TO 2400-WRITE-CHECKPOINT-EXIT
004872       END-IF.
004874       DIVIDE ITER-COUNT BY CHECKPOINT-INTERVAL
004876           GIVING CK-QUOTIENT REMAINDER CK-REMAINDER.
004878       IF CK-REMAINDER = 0
004880           PERFORM 2450-PUT-CHECKPOINT
004882               THRU 2450-PUT-CHECKPOINT-EXIT
004884*          THE HEARTBEAT AND THE STOP POLL RIDE THE CHECKPOINT
004886*          INTERVAL: OFTEN ENOUGH FOR THE CONSOLE, NEVER ON THE
004888*          PER-RECORD HOT PATH.
004890           PERFORM 2470-WRITE-HEARTBEAT
004892               THRU 2470-WRITE-HEARTBEAT-EXIT
004894           PERFORM 2480-POLL-OPERATOR-STOP
004896               THRU 2480-POLL-OPERATOR-STOP-EXIT
004898       END-IF.
004900 2400-WRITE-CHECKPOINT-EXIT.
004902       EXIT.
004904
004906******************************************************************
004908* 2450-PUT-CHECKPOINT -- SNAPSHOT THE RUN STATE TO THE
004910*   CHECKPOINT FILE: ITERATION, STATS, INPUT SOURCE AND THE
004912*   FRAME FILES CAPTURED SO FAR. CALLED ON THE CHECKPOINT
004914*   INTERVAL BY 2400 AND UNCONDITIONALLY AFTER EVERY SCENE
004916*   CAPTURE BY 2080-PROCESS-SCENE-BREAK, SO AN ARCHIVED FRAME
004918*   IS NEVER LOST TO A CRASH BEFORE THE NEXT INTERVAL.
004920******************************************************************
004922 2450-PUT-CHECKPOINT.
004924      MOVE ITER-COUNT TO CK-ITER.
004926      MOVE STAT-MIN-X1 TO CK-MIN-X1.
004928      MOVE STAT-MAX-X1 TO CK-MAX-X1.
004930      MOVE STAT-MIN-Y1 TO CK-MIN-Y1.
004932      MOVE STAT-MAX-Y1 TO CK-MAX-Y1.
004934      MOVE STAT-MIN-X2 TO CK-MIN-X2.
004936      MOVE STAT-MAX-X2 TO CK-MAX-X2.
004938      MOVE STAT-MIN-Y2 TO CK-MIN-Y2.
004940      MOVE STAT-MAX-Y2 TO CK-MAX-Y2.
004942      MOVE R-LOW-CNT TO CK-R-LOW-CNT.
004944      MOVE R-MED-CNT TO CK-R-MED-CNT.
004946      MOVE R-HIGH-CNT TO CK-R-HIGH-CNT.
004948      MOVE G-LOW-CNT TO CK-G-LOW-CNT.
004950      MOVE G-MED-CNT TO CK-G-MED-CNT.
004952      MOVE G-HIGH-CNT TO CK-G-HIGH-CNT.
004954      MOVE B-LOW-CNT TO CK-B-LOW-CNT.
004956      MOVE B-MED-CNT TO CK-B-MED-CNT.
004958      MOVE B-HIGH-CNT TO CK-B-HIGH-CNT.
004960      MOVE CUR-INPUT-SOURCE TO CK-INPUT-SOURCE.
004962      MOVE SCENE-RECS-SEEN TO CK-SCENE-CNT.
004964      MOVE CAPTURED-CNT TO CK-CAPTURED-CNT.
004966      MOVE SPACES TO CK-FRAME-TABLE.
004968      IF CAPTURED-CNT > 0
004970          PERFORM 2460-SAVE-ONE-FRAME-NAME
004972              THRU 2460-SAVE-ONE-FRAME-NAME-EXIT
004974              VARYING CAPTURE-IDX FROM 1 BY 1
004976              UNTIL CAPTURE-IDX > CAPTURED-CNT
004978      END-IF.
004980      OPEN OUTPUT CHECKPOINT-FILE.
004982      IF CK-FILE-STATUS NOT = "00"
004984          DISPLAY "2450-PUT-CHECKPOINT: OPEN FAILED, "
004986                  "STATUS=" CK-FILE-STATUS
004988          GO TO 2450-PUT-CHECKPOINT-EXIT
004990      END-IF.
004992      WRITE CHECKPOINT-RECORD.
004994      IF CK-FILE-STATUS NOT = "00"
004996          DISPLAY "2450-PUT-CHECKPOINT: WRITE FAILED, "
004998                  "STATUS=" CK-FILE-STATUS
005000      END-IF.
005002      CLOSE CHECKPOINT-FILE.
005004 2450-PUT-CHECKPOINT-EXIT.
005006       EXIT.
005008
005010 2460-SAVE-ONE-FRAME-NAME.
005012      MOVE CF-FRAME-NAME (CAPTURE-IDX)
005014          TO CK-CF-NAME (CAPTURE-IDX).
005016 2460-SAVE-ONE-FRAME-NAME-EXIT.
005018      EXIT.
005020
005022******************************************************************
005024* 2470-WRITE-HEARTBEAT -- REWRITE THE ONE-LINE STATUS FILE THE
005026*   CONSOLE OPERATOR READS WHILE THE RUN IS LIVE: RUN ID,
005028*   ITERATION, SCENE COUNT AND THE LAST DRAWN-SHAPE TIME. THE
005030*   FILE IS REPLACED WHOLE EACH TIME; A WRITE FAILURE IS NOTED
005032*   AND IGNORED - THE HEARTBEAT MUST NEVER TAKE THE RUN DOWN.
005034******************************************************************
005036 2470-WRITE-HEARTBEAT.
005038      OPEN OUTPUT HEARTBEAT-FILE.
005040      IF HB-FILE-STATUS NOT = "00"
005042          DISPLAY "2470-WRITE-HEARTBEAT: OPEN FAILED, STATUS="
005044                  HB-FILE-STATUS
005046          GO TO 2470-WRITE-HEARTBEAT-EXIT
005048      END-IF.
005050      MOVE SPACES TO HEARTBEAT-RECORD.
005052      MOVE RUN-ID TO HB-RUN-ID.
005054      MOVE ITER-COUNT TO HB-ITER.
005056      MOVE SCENE-RECS-SEEN TO HB-SCENE-CNT.
005058      MOVE LAST-SHAPE-TIME TO HB-LAST-TIME.
005060      WRITE HEARTBEAT-RECORD.
005062      IF HB-FILE-STATUS NOT = "00"
005064          DISPLAY "2470-WRITE-HEARTBEAT: WRITE FAILED, STATUS="
005066                  HB-FILE-STATUS
005068      END-IF.
005070      CLOSE HEARTBEAT-FILE.
005072 2470-WRITE-HEARTBEAT-EXIT.
005074      EXIT.
005076
005078******************************************************************
005080* 2480-POLL-OPERATOR-STOP -- AN OPERSTOP FILE ON THE RUN
005082*   DIRECTORY IS THE OPERATOR ASKING FOR A CLEAN STOP. THE
005084*   REQUEST IS CONSUMED (FILE DELETED) AS SOON AS IT IS SEEN SO
005086*   IT CANNOT STOP THE RESUMED RUN TOO; THE MAIN LOOPS DRAIN ON
005088*   THE OPERATOR-STOP SWITCH AFTER THE CURRENT RECORD.
005090******************************************************************
005092 2480-POLL-OPERATOR-STOP.
005094      OPEN INPUT STOP-REQUEST-FILE.
005096      IF OS-FILE-STATUS = "35"
005098          GO TO 2480-POLL-OPERATOR-STOP-EXIT
005100      END-IF.
005102      IF OS-FILE-STATUS NOT = "00"
005104          DISPLAY "2480-POLL-OPERATOR-STOP: OPERSTOP OPEN "
005106                  "STATUS=" OS-FILE-STATUS ", IGNORED"
005108          GO TO 2480-POLL-OPERATOR-STOP-EXIT
005110      END-IF.
005112      CLOSE STOP-REQUEST-FILE.
005114      SET OPERATOR-STOP TO TRUE.
005116      DISPLAY "2480-POLL-OPERATOR-STOP: OPERATOR STOP REQUEST "
005118              "HONORED AT ITERATION " ITER-COUNT.
005120      CALL "CBL_DELETE_FILE" USING STOP-DS-NAME
005122          RETURNING OS-DELETE-RC.
005124      IF OS-DELETE-RC NOT = 0
005126          DISPLAY "2480-POLL-OPERATOR-STOP: COULD NOT DELETE "
005128                  "OPERSTOP - REMOVE IT BEFORE THE RESTART"
005130      END-IF.
005132 2480-POLL-OPERATOR-STOP-EXIT.
005134      EXIT.
005136      
005138******************************************************************
005140* 2500-ACCUMULATE-STATS -- ROLL THIS ITERATION'S COORDINATES
005142*   AND COLOR INTO THE RUN-WIDE BOUNDING BOX AND COLOR BUCKETS
005144*   USED BY 9000-SUMMARY-REPORT.
005146******************************************************************
005148 2500-ACCUMULATE-STATS.
005150       IF X1 < STAT-MIN-X1 MOVE X1 TO STAT-MIN-X1 END-IF.
005152       IF X1 > STAT-MAX-X1 MOVE X1 TO STAT-MAX-X1 END-IF.
005154       IF LOG-X2 < STAT-MIN-X2 MOVE LOG-X2 TO STAT-MIN-X2 END-IF.
005156       IF LOG-X2 > STAT-MAX-X2 MOVE LOG-X2 TO STAT-MAX-X2 END-IF.
005158       IF Y1 < STAT-MIN-Y1 MOVE Y1 TO STAT-MIN-Y1 END-IF.
005160       IF Y1 > STAT-MAX-Y1 MOVE Y1 TO STAT-MAX-Y1 END-IF.
005162       IF LOG-Y2 < STAT-MIN-Y2 MOVE LOG-Y2 TO STAT-MIN-Y2 END-IF.
005164       IF LOG-Y2 > STAT-MAX-Y2 MOVE LOG-Y2 TO STAT-MAX-Y2 END-IF.
005166      
005168       EVALUATE TRUE
005170           WHEN COLOR_R < 85  ADD 1 TO R-LOW-CNT
005172           WHEN COLOR_R < 171 ADD 1 TO R-MED-CNT
005174           WHEN OTHER         ADD 1 TO R-HIGH-CNT
005176       END-EVALUATE.
005178       EVALUATE TRUE
005180           WHEN COLOR_G < 85  ADD 1 TO G-LOW-CNT
005182           WHEN COLOR_G < 171 ADD 1 TO G-MED-CNT
005184           WHEN OTHER         ADD 1 TO G-HIGH-CNT
005186       END-EVALUATE.
005188       EVALUATE TRUE
005190           WHEN COLOR_B < 85  ADD 1 TO B-LOW-CNT
005192           WHEN COLOR_B < 171 ADD 1 TO B-MED-CNT
005194           WHEN OTHER         ADD 1 TO B-HIGH-CNT
005196       END-EVALUATE.
005198 2500-ACCUMULATE-STATS-EXIT.
005200       EXIT.
005202
005204******************************************************************
005206* 2600-PROCESS-PLAYLIST -- RENDER ONE PLAYLIST ENTRY AS ITS OWN
005208*   SCENE: POSITION THE MASTER ON THE NAMED DRAWING, RUN THE
005210*   DRAW-LINE LOOP OVER IT, THEN CAPTURE AND ARCHIVE THE FRAME
005212*   UNDER THE DRAWING ID, CLEAR THE CANVAS AND SNAPSHOT THE
005214*   SCENE STATS - THE SAME CLOSE-OUT 2080-PROCESS-SCENE-BREAK
005216*   GIVES A FEED SCENE. A DRAWING THAT PRODUCES NO SHAPES IS
005218*   REPORTED AND SKIPPED; THE REST OF THE PLAYLIST STILL RUNS.
005220******************************************************************
005222 2600-PROCESS-PLAYLIST.
005224      READ PLAYLIST-FILE INTO PLAYLIST-RECORD
005226          AT END
005228              SET PY-AT-EOF TO TRUE
005230              GO TO 2600-PROCESS-PLAYLIST-EXIT
005232      END-READ.
005234      IF PY-DRAWING-ID = SPACES
005236          GO TO 2600-PROCESS-PLAYLIST-EXIT
005238      END-IF.
005240      MOVE PY-DRAWING-ID TO DRAWING-ID.
005242      MOVE "N" TO LF-EOF-SW.
005244      MOVE DRAWING-ID TO MR-DRAWING-ID.
005246      MOVE 0 TO MR-SEQ-NO.
005248      START SHAPE-MASTER KEY NOT < MR-KEY
005250          INVALID KEY
005252              SET LF-AT-EOF TO TRUE
005254      END-START.
005256      PERFORM DRAW-LINE THRU DRAW-LINE-EXIT
005258          UNTIL LF-AT-EOF OR ITER-COUNT >= 9999
005260             OR OPERATOR-STOP.
005262      MOVE DRAWING-ID TO CAPTURE-SCENE-ID.
005264      IF SCENE-ITER-CNT > 0
005266          PERFORM 8000-CAPTURE-FRAME
005268              THRU 8000-CAPTURE-FRAME-EXIT
005270          CALL "SDL_SetRenderDrawColor" USING
005272            BY VALUE SDL-RENDERER
005274            BY VALUE 255
005276            BY VALUE 255
005278            BY VALUE 255
005280            BY VALUE 255
005282          END-CALL
005284          CALL "SDL_RenderClear" USING BY VALUE SDL-RENDERER
005286          END-CALL
005288*         EACH RENDERED PLAYLIST ENTRY IS A SCENE, EXACTLY AS
005290*         2080-PROCESS-SCENE-BREAK COUNTS A FEED SCENE, SO THE
005292*         HEARTBEAT AND THE ACCOUNTING RECORD REPORT PLAYLIST
005294*         RUNS THE SAME WAY THEY REPORT FEED RUNS.
005296          ADD 1 TO SCENE-RECS-SEEN
005298              ON SIZE ERROR
005300                  DISPLAY "2600-PROCESS-PLAYLIST: SCENE "
005302                          "RECORD COUNT OVERFLOW"
005304          END-ADD
005306          ADD 1 TO PLAYLIST-DRAWN
005308      ELSE
005310          DISPLAY "2600-PROCESS-PLAYLIST: DRAWING "
005312                  DRAWING-ID " NOT ON SHAPE MASTER OR EMPTY, "
005314                  "SKIPPED"
005316          ADD 1 TO PLAYLIST-SKIPPED
005318      END-IF.
005320*     THE SNAPSHOT GOES IN EITHER WAY, SO A SKIPPED DRAWING
005322*     SHOWS IN THE SUMMARY REPORT AS A ZERO-SHAPE SCENE INSTEAD
005324*     OF VANISHING.
005326      PERFORM 2090-SNAPSHOT-SCENE-STATS
005328          THRU 2090-SNAPSHOT-SCENE-STATS-EXIT.
005330      MOVE SPACES TO CAPTURE-SCENE-ID.
005332 2600-PROCESS-PLAYLIST-EXIT.
005334      EXIT.
005336      
005338******************************************************************
005340* 9000-SUMMARY-REPORT -- WRITE THE END-OF-RUN CONTROL REPORT:
005342*   LINE COUNT, BOUNDING BOX ACTUALLY USED, AND A COLOR
005344*   DISTRIBUTION BUCKET COUNT.
005346******************************************************************
005348 9000-SUMMARY-REPORT.
005350       MOVE ITER-COUNT TO SR-TOTAL-LINES.
005352       IF LATER-GROUP-CHUNK
005354           OPEN EXTEND SUMMARY-REPORT-FILE
005356           IF SR-FILE-STATUS = "35"
005358               OPEN OUTPUT SUMMARY-REPORT-FILE
005360           END-IF
005362       ELSE
005364           OPEN OUTPUT SUMMARY-REPORT-FILE
005366       END-IF.
005368       IF SR-FILE-STATUS NOT = "00"
005370           DISPLAY "9000-SUMMARY-REPORT: OPEN FAILED, STATUS="
005372                   SR-FILE-STATUS
005374           GO TO 9000-SUMMARY-REPORT-EXIT
005376       END-IF.
005378
005380       MOVE SPACES TO SUMMARY-RECORD.
005382       STRING "DRAW-LINE RUN SUMMARY - RUN-ID " RUN-ID
005384           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005386       WRITE SUMMARY-RECORD.
005388
005390       IF RUN-GROUP NOT = SPACES
005392           MOVE SPACES TO SUMMARY-RECORD
005394           STRING "RUN GROUP............... " RUN-GROUP
005396               "  CHUNK FEED " FEED-DS-NAME
005398               DELIMITED BY SIZE INTO SUMMARY-RECORD
005400           WRITE SUMMARY-RECORD
005402       END-IF.
005404
005406       IF OPERATOR-STOP
005408           MOVE SPACES TO SUMMARY-RECORD
005410           STRING "*** RUN STOPPED BY OPERATOR AT ITERATION "
005412               SR-TOTAL-LINES " - CHECKPOINT KEPT FOR RESTART ***"
005414               DELIMITED BY SIZE INTO SUMMARY-RECORD
005416           WRITE SUMMARY-RECORD
005418       END-IF.
005420      
005422       MOVE SPACES TO SUMMARY-RECORD.
005424       STRING "TOTAL LINES DRAWN....... " SR-TOTAL-LINES
005426           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005428       WRITE SUMMARY-RECORD.
005430
005432       MOVE SPACES TO SUMMARY-RECORD.
005434       STRING "UNKNOWN COLOR CODES..... " COLOR-REJECT-CNT
005436           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005438       WRITE SUMMARY-RECORD.
005440      
005442       MOVE SPACES TO SUMMARY-RECORD.
005444       STRING "X1 RANGE ............... " STAT-MIN-X1
005446           " TO " STAT-MAX-X1
005448           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005450       WRITE SUMMARY-RECORD.
005452      
005454       MOVE SPACES TO SUMMARY-RECORD.
005456       STRING "Y1 RANGE ............... " STAT-MIN-Y1
005458           " TO " STAT-MAX-Y1
005460           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005462       WRITE SUMMARY-RECORD.
005464      
005466       MOVE SPACES TO SUMMARY-RECORD.
005468       STRING "X2 RANGE ............... " STAT-MIN-X2
005470           " TO " STAT-MAX-X2
005472           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005474       WRITE SUMMARY-RECORD.
005476      
005478       MOVE SPACES TO SUMMARY-RECORD.
005480       STRING "Y2 RANGE ............... " STAT-MIN-Y2
005482           " TO " STAT-MAX-Y2
005484           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005486       WRITE SUMMARY-RECORD.
005488      
005490       MOVE SPACES TO SUMMARY-RECORD.
005492       STRING "RED   LOW/MED/HIGH...... " R-LOW-CNT
005494           "/" R-MED-CNT "/" R-HIGH-CNT
005496           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005498       WRITE SUMMARY-RECORD.
005500      
005502       MOVE SPACES TO SUMMARY-RECORD.
005504       STRING "GREEN LOW/MED/HIGH...... " G-LOW-CNT
005506           "/" G-MED-CNT "/" G-HIGH-CNT
005508           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005510       WRITE SUMMARY-RECORD.
005512      
005514       MOVE SPACES TO SUMMARY-RECORD.
005516       STRING "BLUE  LOW/MED/HIGH...... " B-LOW-CNT
005518           "/" B-MED-CNT "/" B-HIGH-CNT
005520           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005522       WRITE SUMMARY-RECORD.
005524
005526       IF SCENE-COUNT > 0
005528           MOVE SPACES TO SUMMARY-RECORD
005530           STRING "SCENE BREAKDOWN:"
005532               DELIMITED BY SIZE INTO SUMMARY-RECORD
005534           WRITE SUMMARY-RECORD
005536           PERFORM 9050-WRITE-SCENE-SECTION
005538               THRU 9050-WRITE-SCENE-SECTION-EXIT
005540               VARYING SCENE-IDX FROM 1 BY 1
005542               UNTIL SCENE-IDX > SCENE-COUNT
005544       END-IF.
005546
005548       MOVE SPACES TO SUMMARY-RECORD.
005550       STRING "FEED RECONCILIATION:"
005552           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005554       WRITE SUMMARY-RECORD.
005556
005558*      A PLAYLIST RUN RECONCILES PER DRAWING, NOT PER FEED: SAY
005560*      HOW MANY PLAYLIST ENTRIES RENDERED AND HOW MANY SKIPPED -
005562*      THE PER-SCENE BREAKDOWN ABOVE CARRIES THE DETAIL.
005564       IF PLAYLIST-MODE
005566           MOVE SPACES TO SUMMARY-RECORD
005568           STRING "INPUT................... PLAYLIST, "
005570               PLAYLIST-DRAWN " DRAWN / "
005572               PLAYLIST-SKIPPED " SKIPPED"
005574               DELIMITED BY SIZE INTO SUMMARY-RECORD
005576           WRITE SUMMARY-RECORD
005578           MOVE SPACES TO SUMMARY-RECORD
005580           IF RECON-ERROR
005582               STRING "FEED STATUS............. *** NO "
005584                   "PLAYLIST DRAWING RENDERED ***"
005586                   DELIMITED BY SIZE INTO SUMMARY-RECORD
005588           ELSE
005590               STRING "FEED STATUS............. IN BALANCE"
005592                   DELIMITED BY SIZE INTO SUMMARY-RECORD
005594           END-IF
005596           WRITE SUMMARY-RECORD
005598           GO TO 9000-SUMMARY-CLOSE
005600       END-IF.
005602
005604*      MASTER INPUT HAS NO CONTROL RECORDS TO RECONCILE - SAY
005606*      WHAT WAS RENDERED AND WHETHER THE DRAWING WAS FOUND.
005608       IF MASTER-INPUT
005610           MOVE SPACES TO SUMMARY-RECORD
005612           STRING "INPUT................... SHAPE MASTER "
005614               "DRAWING " DRAWING-ID
005616               DELIMITED BY SIZE INTO SUMMARY-RECORD
005618           WRITE SUMMARY-RECORD
005620           MOVE SPACES TO SUMMARY-RECORD
005622           IF RECON-ERROR
005624               STRING "FEED STATUS............. *** DRAWING "
005626                   "NOT FOUND OR EMPTY ***"
005628                   DELIMITED BY SIZE INTO SUMMARY-RECORD
005630           ELSE
005632               STRING "FEED STATUS............. IN BALANCE"
005634                   DELIMITED BY SIZE INTO SUMMARY-RECORD
005636           END-IF
005638           WRITE SUMMARY-RECORD
005640           GO TO 9000-SUMMARY-CLOSE
005642       END-IF.
005644
005646       MOVE SPACES TO SUMMARY-RECORD.
005648       IF HEADER-SEEN
005650           STRING "SUPPLIER/FEED DATE...... " SUPPLIER-ID
005652               " " FEED-DATE
005654               DELIMITED BY SIZE INTO SUMMARY-RECORD
005656       ELSE
005658           STRING "SUPPLIER/FEED DATE...... NO HEADER RECORD "
005660               "ON FEED"
005662               DELIMITED BY SIZE INTO SUMMARY-RECORD
005664       END-IF.
005666       WRITE SUMMARY-RECORD.
005668
005670       MOVE SPACES TO SUMMARY-RECORD.
005672       STRING "SHAPE RECORDS READ...... " FEED-RECS-READ
005674           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005676       WRITE SUMMARY-RECORD.
005678
005680       IF INCL-RECS-READ > 0
005682           MOVE SPACES TO SUMMARY-RECORD
005684           STRING "INCL RECORDS/SHAPES..... " INCL-RECS-READ
005686               "/" INCL-SHAPE-CNT
005688               DELIMITED BY SIZE INTO SUMMARY-RECORD
005690           WRITE SUMMARY-RECORD
005692           MOVE SPACES TO SUMMARY-RECORD
005694           STRING "INCL RECORDS NOT DRAWN.. " INCL-FAILED-CNT
005696               DELIMITED BY SIZE INTO SUMMARY-RECORD
005698           WRITE SUMMARY-RECORD
005700       END-IF.
005702
005704       MOVE SPACES TO SUMMARY-RECORD.
005706       IF TRAILER-SEEN
005708           STRING "TRAILER RECORD COUNT.... " EXPECTED-REC-COUNT
005710               DELIMITED BY SIZE INTO SUMMARY-RECORD
005712       ELSE
005714           STRING "TRAILER RECORD COUNT.... MISSING"
005716               DELIMITED BY SIZE INTO SUMMARY-RECORD
005718       END-IF.
005720       WRITE SUMMARY-RECORD.
005722
005724       MOVE SPACES TO SUMMARY-RECORD.
005726       STRING "RUN-LOG RECORDS WRITTEN. " RUN-LOG-WRITES
005728           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005730       WRITE SUMMARY-RECORD.
005732
005734       MOVE SPACES TO SUMMARY-RECORD.
005736       STRING "COORD HASH FEED/TRAILER. " FEED-COORD-HASH
005738           "/" EXPECTED-COORD-HASH
005740           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005742       WRITE SUMMARY-RECORD.
005744
005746       MOVE SPACES TO SUMMARY-RECORD.
005748       STRING "COLOR HASH FEED/TRAILER. " FEED-COLOR-HASH
005750           "/" EXPECTED-COLOR-HASH
005752           DELIMITED BY SIZE INTO SUMMARY-RECORD.
005754       WRITE SUMMARY-RECORD.
005756
005758       MOVE SPACES TO SUMMARY-RECORD.
005760       IF RECON-ERROR
005762           STRING "FEED STATUS............. *** OUT OF "
005764               "BALANCE ***"
005766               DELIMITED BY SIZE INTO SUMMARY-RECORD
005768       ELSE
005770           STRING "FEED STATUS............. IN BALANCE"
005772               DELIMITED BY SIZE INTO SUMMARY-RECORD
005774       END-IF.
005776       WRITE SUMMARY-RECORD.
005778
005780 9000-SUMMARY-CLOSE.
005782       CLOSE SUMMARY-REPORT-FILE.
005784 9000-SUMMARY-REPORT-EXIT.
005786       EXIT.
005788
005790******************************************************************
005792* 9040-FOLD-SCENE-STATS -- THE STAT-* ITEMS ARE RESET AT EVERY
005794*   SCENE BREAK, SO ON A MULTI-SCENE RUN THE RUN-WIDE BOUNDING
005796*   BOX AND COLOR BUCKETS FOR THE SUMMARY REPORT ARE REBUILT
005798*   HERE BY FOLDING THE PER-SCENE SNAPSHOTS BACK TOGETHER.
005800*   2090-SNAPSHOT-SCENE-STATS HAS ALREADY RESET THE CURRENT
005802*   STATS, SO THE FOLD STARTS FROM THE INITIAL VALUES.
005804******************************************************************
005806 9040-FOLD-SCENE-STATS.
005808      PERFORM 9045-FOLD-ONE-SCENE THRU 9045-FOLD-ONE-SCENE-EXIT
005810          VARYING SCENE-IDX FROM 1 BY 1
005812          UNTIL SCENE-IDX > SCENE-COUNT.
005814 9040-FOLD-SCENE-STATS-EXIT.
005816      EXIT.
005818
005820 9045-FOLD-ONE-SCENE.
005822      IF SCN-SHAPE-CNT (SCENE-IDX) = 0
005824          GO TO 9045-FOLD-ONE-SCENE-EXIT
005826      END-IF.
005828      IF SCN-MIN-X1 (SCENE-IDX) < STAT-MIN-X1
005830          MOVE SCN-MIN-X1 (SCENE-IDX) TO STAT-MIN-X1
005832      END-IF.
005834      IF SCN-MAX-X1 (SCENE-IDX) > STAT-MAX-X1
005836          MOVE SCN-MAX-X1 (SCENE-IDX) TO STAT-MAX-X1
005838      END-IF.
005840      IF SCN-MIN-Y1 (SCENE-IDX) < STAT-MIN-Y1
005842          MOVE SCN-MIN-Y1 (SCENE-IDX) TO STAT-MIN-Y1
005844      END-IF.
005846      IF SCN-MAX-Y1 (SCENE-IDX) > STAT-MAX-Y1
005848          MOVE SCN-MAX-Y1 (SCENE-IDX) TO STAT-MAX-Y1
005850      END-IF.
005852      IF SCN-MIN-X2 (SCENE-IDX) < STAT-MIN-X2
005854          MOVE SCN-MIN-X2 (SCENE-IDX) TO STAT-MIN-X2
005856      END-IF.
005858      IF SCN-MAX-X2 (SCENE-IDX) > STAT-MAX-X2
005860          MOVE SCN-MAX-X2 (SCENE-IDX) TO STAT-MAX-X2
005862      END-IF.
005864      IF SCN-MIN-Y2 (SCENE-IDX) < STAT-MIN-Y2
005866          MOVE SCN-MIN-Y2 (SCENE-IDX) TO STAT-MIN-Y2
005868      END-IF.
005870      IF SCN-MAX-Y2 (SCENE-IDX) > STAT-MAX-Y2
005872          MOVE SCN-MAX-Y2 (SCENE-IDX) TO STAT-MAX-Y2
005874      END-IF.
005876      ADD SCN-R-LOW-CNT (SCENE-IDX) TO R-LOW-CNT.
005878      ADD SCN-R-MED-CNT (SCENE-IDX) TO R-MED-CNT.
005880      ADD SCN-R-HIGH-CNT (SCENE-IDX) TO R-HIGH-CNT.
005882      ADD SCN-G-LOW-CNT (SCENE-IDX) TO G-LOW-CNT.
005884      ADD SCN-G-MED-CNT (SCENE-IDX) TO G-MED-CNT.
005886      ADD SCN-G-HIGH-CNT (SCENE-IDX) TO G-HIGH-CNT.
005888      ADD SCN-B-LOW-CNT (SCENE-IDX) TO B-LOW-CNT.
005890      ADD SCN-B-MED-CNT (SCENE-IDX) TO B-MED-CNT.
005892      ADD SCN-B-HIGH-CNT (SCENE-IDX) TO B-HIGH-CNT.
005894 9045-FOLD-ONE-SCENE-EXIT.
005896      EXIT.
005898
005900******************************************************************
005902* 9050-WRITE-SCENE-SECTION -- ONE SUMMARY-REPORT BLOCK PER
005904*   SCENE: SHAPE COUNT, BOUNDING BOX AND COLOR BUCKETS, IN THE
005906*   SAME LAYOUT AS THE RUN-WIDE LINES ABOVE. A SCENE CAPTURED
005908*   AT END OF RUN WITHOUT A CLOSING SCENE BREAK SHOWS AS
005910*   "(TAIL)".
005912******************************************************************
005914 9050-WRITE-SCENE-SECTION.
005916      MOVE SPACES TO SUMMARY-RECORD.
005918      IF SCN-ID (SCENE-IDX) = SPACES
005920          STRING "SCENE (TAIL)"
005922              DELIMITED BY SIZE INTO SUMMARY-RECORD
005924      ELSE
005926          STRING "SCENE " SCN-ID (SCENE-IDX)
005928              DELIMITED BY SIZE INTO SUMMARY-RECORD
005930      END-IF.
005932      WRITE SUMMARY-RECORD.
005934
005936      MOVE SPACES TO SUMMARY-RECORD.
005938      STRING "  SHAPES DRAWN.......... "
005940          SCN-SHAPE-CNT (SCENE-IDX)
005942          DELIMITED BY SIZE INTO SUMMARY-RECORD.
005944      WRITE SUMMARY-RECORD.
005946
005948      IF SCN-SHAPE-CNT (SCENE-IDX) = 0
005950          GO TO 9050-WRITE-SCENE-SECTION-EXIT
005952      END-IF.
005954
005956      MOVE SPACES TO SUMMARY-RECORD.
005958      STRING "  X1 RANGE ............. " SCN-MIN-X1 (SCENE-IDX)
005960          " TO " SCN-MAX-X1 (SCENE-IDX)
005962          DELIMITED BY SIZE INTO SUMMARY-RECORD.
005964      WRITE SUMMARY-RECORD.
005966
005968      MOVE SPACES TO SUMMARY-RECORD.
005970      STRING "  Y1 RANGE ............. " SCN-MIN-Y1 (SCENE-IDX)
005972          " TO " SCN-MAX-Y1 (SCENE-IDX)
005974          DELIMITED BY SIZE INTO SUMMARY-RECORD.
005976      WRITE SUMMARY-RECORD.
005978
005980      MOVE SPACES TO SUMMARY-RECORD.
005982      STRING "  X2 RANGE ............. " SCN-MIN-X2 (SCENE-IDX)
005984          " TO " SCN-MAX-X2 (SCENE-IDX)
005986          DELIMITED BY SIZE INTO SUMMARY-RECORD.
005988      WRITE SUMMARY-RECORD.
005990
005992      MOVE SPACES TO SUMMARY-RECORD.
005994      STRING "  Y2 RANGE ............. " SCN-MIN-Y2 (SCENE-IDX)
005996          " TO " SCN-MAX-Y2 (SCENE-IDX)
005998          DELIMITED BY SIZE INTO SUMMARY-RECORD.
006000      WRITE SUMMARY-RECORD.
006002
006004      MOVE SPACES TO SUMMARY-RECORD.
006006      STRING "  RED   LOW/MED/HIGH.... "
006008          SCN-R-LOW-CNT (SCENE-IDX)
006010          "/" SCN-R-MED-CNT (SCENE-IDX)
006012          "/" SCN-R-HIGH-CNT (SCENE-IDX)
006014          DELIMITED BY SIZE INTO SUMMARY-RECORD.
006016      WRITE SUMMARY-RECORD.
006018
006020      MOVE SPACES TO SUMMARY-RECORD.
006022      STRING "  GREEN LOW/MED/HIGH.... "
006024          SCN-G-LOW-CNT (SCENE-IDX)
006026          "/" SCN-G-MED-CNT (SCENE-IDX)
006028          "/" SCN-G-HIGH-CNT (SCENE-IDX)
006030          DELIMITED BY SIZE INTO SUMMARY-RECORD.
006032      WRITE SUMMARY-RECORD.
006034
006036      MOVE SPACES TO SUMMARY-RECORD.
006038      STRING "  BLUE  LOW/MED/HIGH.... "
006040          SCN-B-LOW-CNT (SCENE-IDX)
006042          "/" SCN-B-MED-CNT (SCENE-IDX)
006044          "/" SCN-B-HIGH-CNT (SCENE-IDX)
006046          DELIMITED BY SIZE INTO SUMMARY-RECORD.
006048      WRITE SUMMARY-RECORD.
006050 9050-WRITE-SCENE-SECTION-EXIT.
006052      EXIT.
006054      
006056******************************************************************
006058* 9100-RECONCILE-FEED -- COMPARE WHAT THE FEED PROMISED AGAINST
006060*   WHAT THE RUN ACTUALLY READ, DREW AND LOGGED. A MISSING
006062*   TRAILER, A COUNT MISMATCH OR A HASH MISMATCH ALL MARK THE
006064*   RUN OUT OF BALANCE: THE COMPARISON IS PRINTED IN SUMRPT BY
006066*   9000-SUMMARY-REPORT AND MAIN-PROCEDURE ENDS WITH
006068*   RETURN-CODE 8 SO THE SCHEDULER HOLDS DOWNSTREAM JOBS.
006070******************************************************************
006072 9100-RECONCILE-FEED.
006074*     A PLAYLIST RUN IS OUT OF BALANCE ONLY WHEN NOTHING ON THE
006076*     PLAYLIST RENDERED AT ALL - INDIVIDUAL UNKNOWN DRAWINGS
006078*     WERE ALREADY REPORTED AND SKIPPED, AND END AS CODE 4.
006080      IF PLAYLIST-MODE
006082          IF PLAYLIST-DRAWN = 0
006084              DISPLAY "9100-RECONCILE-FEED: NO PLAYLIST "
006086                      "DRAWING RENDERED"
006088              SET RECON-ERROR TO TRUE
006090          END-IF
006092          GO TO 9100-RECONCILE-FEED-EXIT
006094      END-IF.
006096*     MASTER INPUT CARRIES NO CONTROL RECORDS, SO THERE IS NO
006098*     FEED TO RECONCILE - BUT A DRAWING THAT PRODUCED NOTHING
006100*     AT ALL MEANS THE NAME IS WRONG OR THE MASTER IS EMPTY,
006102*     AND THE SCHEDULER SHOULD HOLD DOWNSTREAM JOBS.
006104      IF MASTER-INPUT
006106          IF ITER-COUNT = 0
006108              DISPLAY "9100-RECONCILE-FEED: DRAWING "
006110                      DRAWING-ID " NOT ON SHAPE MASTER OR "
006112                      "EMPTY"
006114              SET RECON-ERROR TO TRUE
006116          END-IF
006118          GO TO 9100-RECONCILE-FEED-EXIT
006120      END-IF.
006122      IF INCL-FAILED-CNT > 0
006124          DISPLAY "9100-RECONCILE-FEED: " INCL-FAILED-CNT
006126                  " INCL RECORDS COULD NOT BE DRAWN"
006128          SET RECON-ERROR TO TRUE
006130      END-IF.
006132      IF NOT TRAILER-SEEN
006134          DISPLAY "9100-RECONCILE-FEED: TRAILER RECORD MISSING "
006136                  "FROM FEED"
006138          SET RECON-ERROR TO TRUE
006140          GO TO 9100-RECONCILE-FEED-EXIT
006142      END-IF.
006144      IF EXPECTED-REC-COUNT NOT = FEED-RECS-READ
006146          DISPLAY "9100-RECONCILE-FEED: TRAILER COUNT "
006148                  EXPECTED-REC-COUNT " BUT " FEED-RECS-READ
006150                  " SHAPE RECORDS READ"
006152          SET RECON-ERROR TO TRUE
006154      END-IF.
006156*     AN INCL IS ONE FEED RECORD BUT LOGS ONE RUN-LOG RECORD
006158*     PER SHAPE IT DREW, SO THE LOG SIDE EXPECTS THE INCLUDED
006160*     SHAPES IN PLACE OF THE INCL RECORDS THEMSELVES.
006162      COMPUTE EXPECTED-LOG-WRITES =
006164          FEED-RECS-READ - INCL-RECS-READ + INCL-SHAPE-CNT.
006166      IF EXPECTED-LOG-WRITES NOT = RUN-LOG-WRITES
006168          DISPLAY "9100-RECONCILE-FEED: " EXPECTED-LOG-WRITES
006170                  " RUN-LOG RECORDS DUE BUT " RUN-LOG-WRITES
006172                  " WRITTEN"
006174          SET RECON-ERROR TO TRUE
006176      END-IF.
006178      IF EXPECTED-COORD-HASH NOT = FEED-COORD-HASH
006180          DISPLAY "9100-RECONCILE-FEED: COORDINATE HASH "
006182                  "MISMATCH"
006184          SET RECON-ERROR TO TRUE
006186      END-IF.
006188      IF EXPECTED-COLOR-HASH NOT = FEED-COLOR-HASH
006190          DISPLAY "9100-RECONCILE-FEED: COLOR HASH MISMATCH"
006192          SET RECON-ERROR TO TRUE
006194      END-IF.
006196 9100-RECONCILE-FEED-EXIT.
006198      EXIT.
006200
006202******************************************************************
006204* 9500-WRITE-CATALOG -- APPEND ONE ARCHCAT RECORD PER FRAME
006206*   CAPTURED THIS RUN: RUN ID, DATE AND TIME, GENERATION,
006208*   FRAME FILE NAME, ITERATION COUNT AND THE RUN'S FINAL
006210*   RETURN CODE - THE ANSWER TO "WHICH FRAME CAME FROM WHICH
006212*   RUN" THAT AUDIT ASKS FOR EVERY QUARTER. A FIRST-EVER RUN
006214*   CREATES THE CATALOG.
006216******************************************************************
006218 9500-WRITE-CATALOG.
006220      IF CAPTURED-CNT = 0
006222          GO TO 9500-WRITE-CATALOG-EXIT
006224      END-IF.
006226      OPEN EXTEND ARCHIVE-CATALOG-FILE.
006228      IF AC-FILE-STATUS = "35"
006230          OPEN OUTPUT ARCHIVE-CATALOG-FILE
006232      END-IF.
006234      IF AC-FILE-STATUS NOT = "00"
006236          DISPLAY "9500-WRITE-CATALOG: ARCHCAT OPEN FAILED, "
006238                  "STATUS=" AC-FILE-STATUS
006240          GO TO 9500-WRITE-CATALOG-EXIT
006242      END-IF.
006244      PERFORM 9510-WRITE-ONE-CATALOG-REC
006246          THRU 9510-WRITE-ONE-CATALOG-REC-EXIT
006248          VARYING CAPTURE-IDX FROM 1 BY 1
006250          UNTIL CAPTURE-IDX > CAPTURED-CNT.
006252      CLOSE ARCHIVE-CATALOG-FILE.
006254 9500-WRITE-CATALOG-EXIT.
006256      EXIT.
006258
006260 9510-WRITE-ONE-CATALOG-REC.
006262      MOVE SPACES TO CATALOG-RECORD.
006264      MOVE RUN-ID TO AC-RUN-ID.
006266      MOVE RUN-DATE TO AC-RUN-DATE.
006268      ACCEPT AC-RUN-TIME FROM TIME.
006270      MOVE GEN-NUMBER TO AC-GENERATION.
006272      MOVE CF-FRAME-NAME (CAPTURE-IDX) TO AC-FRAME-NAME.
006274      MOVE ITER-COUNT TO AC-ITER-COUNT.
006276      MOVE RETURN-CODE TO AC-RETURN-CODE.
006278      MOVE RUN-GROUP TO AC-RUN-GROUP.
006280      WRITE CATALOG-RECORD.
006282      IF AC-FILE-STATUS NOT = "00"
006284          DISPLAY "9510-WRITE-ONE-CATALOG-REC: WRITE FAILED, "
006286                  "STATUS=" AC-FILE-STATUS
006288      END-IF.
006290 9510-WRITE-ONE-CATALOG-REC-EXIT.
006292      EXIT.
006294
006296******************************************************************
006298* 9600-WRITE-ACCOUNTING -- APPEND THE RUN'S ONE ACCOUNTING
006300*   RECORD: WHO THE WORK WAS FOR, WHAT WAS DRAWN BY TYPE, WHAT
006302*   THE COLOR EDIT REJECTED, SCENES AND FRAMES PRODUCED, AND
006304*   THE ELAPSED SECONDS FROM FIRST TO LAST SHAPE. A FIRST-EVER
006306*   RUN CREATES THE FILE. AN APPEND FAILURE IS REPORTED BUT
006308*   NEVER FAILS THE RUN - THE PICTURES ARE ALREADY ARCHIVED.
006310******************************************************************
006312 9600-WRITE-ACCOUNTING.
006314      OPEN EXTEND ACCOUNTING-FILE.
006316      IF AF-FILE-STATUS = "35"
006318          OPEN OUTPUT ACCOUNTING-FILE
006320      END-IF.
006322      IF AF-FILE-STATUS NOT = "00"
006324          DISPLAY "9600-WRITE-ACCOUNTING: ACCTFILE OPEN FAILED, "
006326                  "STATUS=" AF-FILE-STATUS
006328          GO TO 9600-WRITE-ACCOUNTING-EXIT
006330      END-IF.
006332      MOVE SPACES TO ACCOUNTING-RECORD.
006334*     A FEED RUN BILLS TO THE HEADER'S SUPPLIER; MASTER AND
006336*     PLAYLIST RUNS HAVE NO SUPPLIER AND BILL TO THE HOUSE.
006338      IF SUPPLIER-ID NOT = SPACES
006340          MOVE SUPPLIER-ID TO AR-SUPPLIER-ID
006342      ELSE
006344          IF PLAYLIST-MODE
006346              MOVE "*PLAYLST" TO AR-SUPPLIER-ID
006348          ELSE
006350              IF MASTER-INPUT
006352                  MOVE "*MASTER*" TO AR-SUPPLIER-ID
006354              ELSE
006356                  MOVE "*NOHDR*" TO AR-SUPPLIER-ID
006358              END-IF
006360          END-IF
006362      END-IF.
006364      MOVE RUN-ID TO AR-RUN-ID.
006366      ACCEPT AR-RUN-DATE FROM DATE YYYYMMDD.
006368      ACCEPT AR-RUN-TIME FROM TIME.
006370      MOVE LINE-DRAWN-CNT TO AR-LINE-CNT.
006372      MOVE RECT-DRAWN-CNT TO AR-RECT-CNT.
006374      MOVE POINT-DRAWN-CNT TO AR-POINT-CNT.
006376      MOVE COLOR-REJECT-CNT TO AR-COLOR-REJ-CNT.
006378      MOVE SCENE-RECS-SEEN TO AR-SCENE-CNT.
006380      MOVE CAPTURED-CNT TO AR-FRAME-CNT.
006382      PERFORM 9610-COMPUTE-ELAPSED
006384          THRU 9610-COMPUTE-ELAPSED-EXIT.
006386      MOVE ACCT-ELAPSED-SECS TO AR-ELAPSED-SECS.
006388      MOVE RUN-GROUP TO AR-RUN-GROUP.
006390      WRITE ACCOUNTING-RECORD.
006392      IF AF-FILE-STATUS NOT = "00"
006394          DISPLAY "9600-WRITE-ACCOUNTING: WRITE FAILED, "
006396                  "STATUS=" AF-FILE-STATUS
006398      END-IF.
006400      CLOSE ACCOUNTING-FILE.
006402 9600-WRITE-ACCOUNTING-EXIT.
006404      EXIT.
006406
006408* SHAPE TIMES ARE HHMMSSTT (HUNDREDTHS IGNORED). A LAST TIME
006410* BELOW THE FIRST MEANS THE RUN CROSSED MIDNIGHT - ADD A DAY.
006412* A RUN THAT DREW NOTHING REPORTS ZERO ELAPSED.
006414 9610-COMPUTE-ELAPSED.
006416      MOVE 0 TO ACCT-ELAPSED-SECS.
006418      IF NOT FIRST-SHAPE-SEEN
006420          GO TO 9610-COMPUTE-ELAPSED-EXIT
006422      END-IF.
006424      MOVE FIRST-SHAPE-TIME (1:2) TO ACCT-TIME-HH.
006426      MOVE FIRST-SHAPE-TIME (3:2) TO ACCT-TIME-MM.
006428      MOVE FIRST-SHAPE-TIME (5:2) TO ACCT-TIME-SS.
006430      COMPUTE ACCT-FIRST-SECS =
006432          ACCT-TIME-HH * 3600 + ACCT-TIME-MM * 60 + ACCT-TIME-SS.
006434      MOVE LAST-SHAPE-TIME (1:2) TO ACCT-TIME-HH.
006436      MOVE LAST-SHAPE-TIME (3:2) TO ACCT-TIME-MM.
006438      MOVE LAST-SHAPE-TIME (5:2) TO ACCT-TIME-SS.
006440      COMPUTE ACCT-LAST-SECS =
006442          ACCT-TIME-HH * 3600 + ACCT-TIME-MM * 60 + ACCT-TIME-SS.
006444      IF ACCT-LAST-SECS < ACCT-FIRST-SECS
006446          ADD 86400 TO ACCT-LAST-SECS
006448      END-IF.
006450      COMPUTE ACCT-ELAPSED-SECS =
006452          ACCT-LAST-SECS - ACCT-FIRST-SECS.
006454 9610-COMPUTE-ELAPSED-EXIT.
006456      EXIT.
006458
006460******************************************************************
006462* 9900-CLEANUP-CHECKPOINT -- A CLEAN END OF RUN MEANS THE NEXT
006464*   JOB SHOULD START FROM ITERATION ONE, NOT RESUME A FINISHED
006466*   RUN, SO REMOVE THE CHECKPOINT FILE.
006468******************************************************************
006470 9900-CLEANUP-CHECKPOINT.
006472       CALL "CBL_DELETE_FILE" USING CHECKPOINT-DS-NAME
006474           RETURNING CK-DELETE-RC.
006476      
006478 CHECK_QUIT.
006480      CALL "SDL_PollEvent"
006482       USING BY REFERENCE E
006484       RETURNING E_RETURN
006486      END-CALL.
006488      
006490      PERFORM UNTIL E_RETURN = 0
006492       IF E_TYPE=256 THEN
006494        DISPLAY "EXIT"
006496        STOP RUN
006498       END-IF
006500       IF E_TYPE=512 THEN
006502        PERFORM 3100-HANDLE-RESIZE THRU 3100-HANDLE-RESIZE-EXIT
006504       END-IF
006506       CALL "SDL_PollEvent"
006508        USING BY REFERENCE E
006510        RETURNING E_RETURN
006512       END-CALL
006514      END-PERFORM.
006516      
006518******************************************************************
006520* 3100-HANDLE-RESIZE -- SDL_WINDOWEVENT (512) HAS COME IN ON
006522*   THE POLLED EVENT. WHEN IT IS A RESIZE, REFRESH WIDTH/HEIGHT
006524*   AND RE-ISSUE THE RENDERER VIEWPORT SO SUBSEQUENT DRAW-LINE
006526*   COORDINATES STAY PROPORTIONAL TO THE REAL WINDOW.
006528******************************************************************
006530 3100-HANDLE-RESIZE.
006532      IF WEV-EVENT = 5 OR WEV-EVENT = 6
006534          COMPUTE WIDTH = WEV-DATA1
006536              ON SIZE ERROR
006538                  DISPLAY "3100-HANDLE-RESIZE: WIDTH TOO LARGE, "
006540                          "IGNORING RESIZE"
006542                  GO TO 3100-HANDLE-RESIZE-EXIT
006544          END-COMPUTE
006546          COMPUTE HEIGHT = WEV-DATA2
006548              ON SIZE ERROR
006550                  DISPLAY "3100-HANDLE-RESIZE: HEIGHT TOO LARGE, "
006552                          "IGNORING RESIZE"
006554                  GO TO 3100-HANDLE-RESIZE-EXIT
006556          END-COMPUTE
006558          MOVE 0 TO VP-X
006560          MOVE 0 TO VP-Y
006562          MOVE WIDTH TO VP-W
006564          MOVE HEIGHT TO VP-H
006566          CALL "SDL_RenderSetViewport" USING
006568            BY VALUE SDL-RENDERER
006570            BY REFERENCE VIEWPORT-RECT
006572          END-CALL
006574      END-IF.
006576 3100-HANDLE-RESIZE-EXIT.
006578      EXIT.
006580      
006582******************************************************************
006584* 8000-CAPTURE-FRAME -- READ BACK THE RENDERED FRAME AND WRITE
006586*   IT OUT AS A DATED 32-BIT BMP SO OPERATIONS HAS AN
006588*   AUDIT-READY SNAPSHOT OF WHAT THE JOB ACTUALLY RENDERED.
006590******************************************************************
006592 8000-CAPTURE-FRAME.
006594*     IN THROUGHPUT MODE THE LAST FEW SHAPES MAY NOT HAVE BEEN
006596*     PRESENTED YET - FLUSH THEM BEFORE READING THE PIXELS
006598*     BACK, AND BEFORE EVERY SCENE CAPTURE FOR THE SAME REASON.
006600      IF FLUSH-COUNT > 1
006602          CALL "SDL_RenderPresent"
006604             USING BY VALUE SDL-RENDERER
006606          END-CALL
006608      END-IF.
006610      COMPUTE FRAME-PITCH = WIDTH * 4.
006612      COMPUTE FRAME-BYTES = WIDTH * HEIGHT * 4.
006614
006616      IF FRAME-BYTES > 4000000
006618          DISPLAY "8000-CAPTURE-FRAME: WIDTH/HEIGHT TOO LARGE "
006620                  "FOR THE FRAME BUFFER, FRAME NOT ARCHIVED"
006622          GO TO 8000-CAPTURE-FRAME-EXIT
006624      END-IF.
006626
006628      CALL "SDL_RenderReadPixels" USING
006630        BY VALUE SDL-RENDERER
006632        BY VALUE NULL
006634        BY VALUE 372645892
006636        BY REFERENCE FRAME-PIXELS
006638        BY VALUE FRAME-PITCH
006640        RETURNING FRAME-RC
006642      END-CALL.
006644      
006646      IF FRAME-RC NOT = 0
006648          DISPLAY "8000-CAPTURE-FRAME: SDL_RenderReadPixels "
006650                  "FAILED, FRAME NOT ARCHIVED"
006652          GO TO 8000-CAPTURE-FRAME-EXIT
006654      END-IF.
006656      
006658      ACCEPT RUN-DATE FROM DATE YYYYMMDD.
006660*     FRAME-DS-NAME IS REBUILT ON EVERY CAPTURE NOW THAT A RUN
006662*     CAN CAPTURE SEVERAL FRAMES, SO CLEAR IT FIRST: A SHORTER
006664*     NAME MUST NOT INHERIT THE TAIL OF A LONGER ONE.
006666      MOVE SPACES TO FRAME-DS-NAME.
006668*     THE RUN-ID AND GENERATION NUMBER MAKE THE NAME UNIQUE
006670*     ACROSS RERUNS AND ACROSS RUN-IDS SHARING A DATE - SEE
006672*     1500-ASSIGN-GENERATION.
006674      IF CAPTURE-SCENE-ID = SPACES
006676          STRING "FRAME" RUN-DATE "-" DELIMITED BY SIZE
006678              RUN-ID DELIMITED BY SPACE
006680              "-G" GEN-NUMBER ".BMP" DELIMITED BY SIZE
006682              INTO FRAME-DS-NAME
006684      ELSE
006686          STRING "FRAME" RUN-DATE "-" DELIMITED BY SIZE
006688              RUN-ID DELIMITED BY SPACE
006690              "-G" GEN-NUMBER "-" DELIMITED BY SIZE
006692              CAPTURE-SCENE-ID DELIMITED BY SPACE
006694              ".BMP" DELIMITED BY SIZE
006696              INTO FRAME-DS-NAME
006698      END-IF.
006700      
006702      MOVE WIDTH TO BMP-WIDTH-PX.
006704      COMPUTE BMP-HEIGHT-PX = 0 - HEIGHT.
006706      COMPUTE BMP-FILESIZE = 54 + FRAME-BYTES.
006708      MOVE FRAME-BYTES TO BMP-IMAGESIZE.
006710      COMPUTE FRAME-REC-LEN = 54 + FRAME-BYTES.
006712      
006714      OPEN OUTPUT FRAME-FILE.
006716      IF FF-FILE-STATUS NOT = "00"
006718          DISPLAY "8000-CAPTURE-FRAME: OPEN FAILED, STATUS="
006720                  FF-FILE-STATUS
006722          GO TO 8000-CAPTURE-FRAME-EXIT
006724      END-IF.
006726      
006728      MOVE BMP-HEADER TO FRAME-HEADER-OUT.
006730      MOVE FRAME-PIXELS TO FRAME-PIXELS-OUT.
006732      WRITE FRAME-OUT-RECORD.
006734      CLOSE FRAME-FILE.
006736*     REMEMBER THE NAME FOR THE END-OF-RUN CATALOG APPEND.
006738      IF CAPTURED-CNT < 21
006740          ADD 1 TO CAPTURED-CNT
006742          MOVE FRAME-DS-NAME TO CF-FRAME-NAME (CAPTURED-CNT)
006744      ELSE
006746          DISPLAY "8000-CAPTURE-FRAME: CAPTURE TABLE FULL, "
006748                  "FRAME LEFT OUT OF THE ARCHIVE CATALOG"
006750      END-IF.
006752 8000-CAPTURE-FRAME-EXIT.
006754      EXIT.
006756      
006758      
006760 END PROGRAM MAIN-METHOD.
