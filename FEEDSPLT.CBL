000100******************************************************************
000102* AUTHOR:     D. WHITLOCK, APPLICATIONS PROGRAMMING
000104* INSTALLATION: GRAPHICS SYSTEMS GROUP
000106* DATE-WRITTEN: 2026-10-15
000108* DATE-COMPILED:
000110* PURPOSE:    FEED SPLITTER, RUN IN THE JOB STREAM BETWEEN
000112*             FEEDPROF AND MAIN-METHOD. ONE MAIN-METHOD RUN DRAWS
000114*             AT MOST 9998 SHAPES (DRAW-LINE STOPS AT ITER-COUNT
000116*             9999, SHORT OF THE TRAILER) AND HOLDS AT MOST 20
000118*             SCENES - SCENE-TABLE, CAPTURED-TABLE AND THE
000120*             CHECKPOINT FRAME TABLE ARE ALL SIZED FOR IT - AND
000122*             THE MERGED NIGHTLY FEED IS GROWING TOWARD BOTH.
000124*             THIS STEP MEASURES SHAPECLN AS MAIN-METHOD WILL
000126*             DRAW IT AND, WHEN IT WILL NOT FIT ONE RUN, CUTS IT
000128*             AT SCENE BREAKS INTO CHUNK FILES SHAPEC01, SHAPEC02
000130*             ... THAT EACH FIT. NO SCENE IS EVER SPLIT ACROSS
000132*             TWO CHUNKS. EACH CHUNK GETS ITS OWN COPY OF THE
000134*             FEED HEADER AND A TRAILER REGENERATED OVER ITS OWN
000136*             RECORDS, SO EVERY CHUNK RECONCILES ON ITS OWN IN
000138*             MAIN-METHOD.
000140*
000142*             THE CHUNKS ARE LISTED ON SPLITLST, ONE LINE PER
000144*             CHUNK IN FEED ORDER, AS THE RUN PARMS THAT CHUNK'S
000146*             MAIN-METHOD RUN NEEDS:
000148*               FEED=SHAPECNN,RUNID=<STEM>NN,RUNGROUP=<GROUP>
000150*             WHERE THE GROUP IS THE RUNID= THIS STEP WAS GIVEN
000152*             AND THE STEM ITS FIRST SIX CHARACTERS. JOBCTL RUNS
000154*             THE MAIN-METHOD STEP ONCE PER LINE; ARCHCAT,
000156*             ACCTFILE AND SUMRPT CARRY THE RUN GROUP AND ACCTRPT
000158*             BILLS THE GROUP AS ONE LOGICAL RUN. A FEED THAT
000160*             FITS ONE RUN IS NOT SPLIT: SPLITLST IS LEFT EMPTY
000162*             AND MAIN-METHOD READS SHAPECLN AS BEFORE.
000164*
000166*             SPLITLST IS EMPTIED BEFORE ANYTHING ELSE, AND ONLY
000168*             WRITTEN ONCE EVERY CHUNK IS ON DISK AND THE CHUNK
000170*             TRAILERS ADD BACK TO THE FEED'S OWN, SO A FAILED
000172*             SPLIT NEVER LEAVES AN OLD LIST TO DRIVE TONIGHT'S
000174*             RUNS. A FEED THAT IS ITSELF OUT OF BALANCE IS NOT
000176*             SPLIT: FRESH CHUNK TRAILERS WOULD HIDE THE BREAK.
000178*
000180*             SHAPES ARE COUNTED AS MAIN-METHOD COUNTS THEM: ONE
000182*             PER SHAPE RECORD, AND FOR AN "INCL" ONE PER SHAPE
000184*             OF THE INCLUDED DRAWING ON THE SHAPE MASTER. RECORDS
000186*             AFTER THE LAST SCENE BREAK ARE A SCENE OF THEIR
000188*             OWN, SINCE MAIN-METHOD CAPTURES THEM AS ONE.
000190*
000192* SPLITLST LAYOUT: ONE 80-BYTE LINE PER CHUNK, AS ABOVE.
000194*
000196* PARM (KEYWORD=VALUE, COMMA SEPARATED; ALL OPTIONAL):
000198*   RUNID=      RUN GROUP ID, ALSO THE STEM OF THE CHUNK RUN-IDS
000200*               (DEFAULT DEMOJOB1, MAIN-METHOD'S DEFAULT RUN-ID)
000202*   MAXSHAPES=  MOST SHAPES IN ONE CHUNK (DEFAULT AND MOST 9998)
000204*   MAXSCENES=  MOST SCENES IN ONE CHUNK (DEFAULT AND MOST 20)
000206*
000208* STEP CONDITION CODES:
000210*   0  FEED SPLIT, OR FITS ONE RUN AND LEFT WHOLE
000212*   4  AS 0, BUT AN INCL NAMED A DRAWING NOT ON THE SHAPE
000214*      MASTER, SO ITS SHAPES COULD NOT BE COUNTED
000216*   8  NOT SPLIT: FEED OUT OF BALANCE OR WITHOUT HDR/TRL, A
000218*      SCENE TOO BIG FOR ONE RUN, OR MORE THAN 99 CHUNKS
000220*   16 BAD PARM
000222*   32/36  OPEN FAILURES
000224*
000226* MODIFICATION HISTORY
000228* DATE       INIT  DESCRIPTION
000230* ---------- ----  ---------------------------------------------
000232* 2026-10-15 DW    ORIGINAL FEED SPLITTER.
000234* Tectonics: cobc
000236******************************************************************
000238 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. FEEDSPLT.
000242 ENVIRONMENT DIVISION.
000244 INPUT-OUTPUT SECTION.
000246 FILE-CONTROL.
000248     SELECT CLEAN-FILE ASSIGN TO "SHAPECLN"
000250         ORGANIZATION IS LINE SEQUENTIAL
000252         FILE STATUS IS CL-FILE-STATUS.
000254     SELECT CHUNK-FILE ASSIGN TO CHUNK-DS-NAME
000256         ORGANIZATION IS LINE SEQUENTIAL
000258         FILE STATUS IS CH-FILE-STATUS.
000260     SELECT SPLIT-LIST-FILE ASSIGN TO "SPLITLST"
000262         ORGANIZATION IS LINE SEQUENTIAL
000264         FILE STATUS IS SL-FILE-STATUS.
000266     SELECT SPLIT-REPORT-FILE ASSIGN TO "SPLTRPT"
000268         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS SR-FILE-STATUS.
000272     SELECT SHAPE-MASTER ASSIGN TO "SHAPEMST"
000274         ORGANIZATION IS INDEXED
000276         ACCESS MODE IS DYNAMIC
000278         RECORD KEY IS MR-KEY
000280         FILE STATUS IS MS-FILE-STATUS.
000282 DATA DIVISION.
000284 FILE SECTION.
000286* LINE-RECORD AND THE CONTROL RECORDS MIRROR THE LAYOUTS
000288* MAIN-METHOD READS FROM SHAPECLN - KEEP THEM IN STEP.
000290 FD  CLEAN-FILE.
000292 01  LINE-RECORD.
000294     05  LR-SHAPE-TYPE   PIC X(5).
000296     05  LR-X1           PIC 9(3).
000298     05  LR-Y1           PIC 9(3).
000300     05  LR-X2           PIC 9(3).
000302     05  LR-Y2           PIC 9(3).
000304     05  LR-COLOR-FIELDS.
000306         10  LR-R        PIC 9(3).
000308         10  LR-G        PIC 9(3).
000310         10  LR-B        PIC 9(3).
000312     05  LR-COLOR-VARIANT REDEFINES LR-COLOR-FIELDS.
000314         10  LR-COLOR-CODE PIC X(8).
000316         10  FILLER      PIC X(1).
000318 01  FEED-TRAILER-RECORD.
000320     05  TR-RECORD-TYPE  PIC X(5).
000322     05  TR-REC-COUNT    PIC 9(6).
000324     05  TR-COORD-HASH   PIC 9(9).
000326     05  TR-COLOR-HASH   PIC 9(9).
000328 01  SCENE-BREAK-RECORD.
000330     05  SB-RECORD-TYPE  PIC X(5).
000332     05  SB-SCENE-ID     PIC X(8).
000334 01  INCLUDE-RECORD.
000336     05  IR-RECORD-TYPE  PIC X(5).
000338     05  IR-X-OFFSET     PIC 9(3).
000340     05  IR-Y-OFFSET     PIC 9(3).
000342     05  IR-DRAWING-ID   PIC X(8).
000344 FD  CHUNK-FILE.
000346 01  CHUNK-RECORD        PIC X(29).
000348 FD  SPLIT-LIST-FILE.
000350 01  SPLIT-LIST-RECORD   PIC X(80).
000352 FD  SPLIT-REPORT-FILE.
000354 01  SPLIT-REPORT-RECORD PIC X(80).
000356* SAME LAYOUT AS MASTER-RECORD IN SHAPMNT AND MAIN-METHOD.
000358 FD  SHAPE-MASTER.
000360 01  MASTER-RECORD.
000362     05  MR-KEY.
000364         10  MR-DRAWING-ID   PIC X(8).
000366         10  MR-SEQ-NO       PIC 9(4).
000368     05  MR-SHAPE-TYPE   PIC X(5).
000370     05  MR-X1           PIC 9(3).
000372     05  MR-Y1           PIC 9(3).
000374     05  MR-X2           PIC 9(3).
000376     05  MR-Y2           PIC 9(3).
000378     05  MR-R            PIC 9(3).
000380     05  MR-G            PIC 9(3).
000382     05  MR-B            PIC 9(3).
000384 WORKING-STORAGE SECTION.
000386  77 CL-FILE-STATUS PIC X(2) VALUE "00".
000388  77 CH-FILE-STATUS PIC X(2) VALUE "00".
000390  77 SL-FILE-STATUS PIC X(2) VALUE "00".
000392  77 SR-FILE-STATUS PIC X(2) VALUE "00".
000394  77 MS-FILE-STATUS PIC X(2) VALUE "00".
000396  77 CL-EOF-SW PIC X(1) VALUE "N".
000398      88 CL-AT-EOF VALUE "Y".
000400  77 MS-EOF-SW PIC X(1) VALUE "N".
000402      88 MS-AT-EOF VALUE "Y".
000404  77 MASTER-SW PIC X(1) VALUE "N".
000406      88 MASTER-OPEN VALUE "Y".
000408  77 HEADER-SW PIC X(1) VALUE "N".
000410      88 HEADER-SEEN VALUE "Y".
000412  77 TRAILER-SW PIC X(1) VALUE "N".
000414      88 TRAILER-SEEN VALUE "Y".
000416  77 CHUNK-SW PIC X(1) VALUE "N".
000418      88 CHUNK-OPEN VALUE "Y".
000420  77 SPLIT-DATE PIC 9(8) VALUE 0.
000422  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000424  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000426  77 PARM-KEY PIC X(10) VALUE SPACES.
000428  77 PARM-VAL PIC X(40) VALUE SPACES.
000430  01 PARM-TABLE.
000432   05 PARM-ENTRY PIC X(50) OCCURS 3 TIMES.
000434  77 RUN-GROUP PIC X(8) VALUE "DEMOJOB1".
000436  77 RUN-STEM PIC X(6) VALUE SPACES.
000438  77 MAX-SHAPES PIC 9(4) VALUE 9998.
000440  77 MAX-SCENES PIC 9(2) VALUE 20.
000442* THE FEED HEADER IS COPIED WHOLE ONTO EVERY CHUNK.
000444  77 HEADER-SAVE PIC X(29) VALUE SPACES.
000446  77 FEED-SUPPLIER-ID PIC X(8) VALUE SPACES.
000448* WHAT THE FEED'S TRAILER CLAIMS, AND WHAT PASS ONE COUNTED.
000450  77 EXP-REC-COUNT PIC 9(6) VALUE 0.
000452  77 EXP-COORD-HASH PIC 9(9) VALUE 0.
000454  77 EXP-COLOR-HASH PIC 9(9) VALUE 0.
000456  77 FEED-REC-COUNT PIC 9(6) VALUE 0.
000458  77 FEED-COORD-HASH PIC 9(9) VALUE 0.
000460  77 FEED-COLOR-HASH PIC 9(9) VALUE 0.
000462  77 FEED-SHAPES PIC 9(6) VALUE 0.
000464  77 FEED-SCENES PIC 9(4) VALUE 0.
000466* ONE RECORD'S SHARE OF THE TRAILER TOTALS UNDER THE MAIN-METHOD
000468* HASH RULE, SET BY 2200-HASH-RECORD FOR BOTH PASSES.
000470  77 REC-COUNTED PIC 9(1) VALUE 0.
000472  77 REC-COORD PIC 9(5) VALUE 0.
000474  77 REC-COLOR PIC 9(5) VALUE 0.
000476  77 INCL-DRAWING-ID PIC X(8) VALUE SPACES.
000478  77 INCL-SHAPES PIC 9(4) VALUE 0.
000480  77 INCL-NOT-FOUND PIC 9(4) VALUE 0.
000482* THE SCENE BEING MEASURED, AND EVERY SCENE MEASURED SO FAR.
000484  77 CUR-SCN-RECS PIC 9(6) VALUE 0.
000486  77 CUR-SCN-SHAPES PIC 9(6) VALUE 0.
000488  77 CUR-SCN-ID PIC X(8) VALUE SPACES.
000490  77 SCN-COUNT PIC 9(4) COMP VALUE 0.
000492  77 SCN-IDX PIC 9(4) COMP VALUE 0.
000494  01 SCENE-TABLE.
000496   05 SCN-ENTRY OCCURS 2000 TIMES.
000498    10 SCN-ID PIC X(8).
000500    10 SCN-RECS PIC 9(6).
000502    10 SCN-SHAPES PIC 9(6).
000504* THE CHUNK PLAN, THEN WHAT WAS ACTUALLY WRITTEN TO EACH CHUNK.
000506  77 CHK-COUNT PIC 9(2) COMP VALUE 0.
000508  77 CHK-IDX PIC 9(2) COMP VALUE 0.
000510  77 CHK-NO PIC 9(2) VALUE 0.
000512  77 CHK-LEFT PIC 9(6) VALUE 0.
000514  01 CHUNK-TABLE.
000516   05 CHK-ENTRY OCCURS 99 TIMES.
000518    10 CHK-FIRST-SCN PIC 9(4).
000520    10 CHK-LAST-SCN PIC 9(4).
000522    10 CHK-SCENES PIC 9(2).
000524    10 CHK-SHAPES PIC 9(4).
000526    10 CHK-RECS PIC 9(6).
000528    10 CHK-DS-NAME PIC X(8).
000530    10 CHK-RUN-ID PIC X(8).
000532    10 CHK-TRL-COUNT PIC 9(6).
000534    10 CHK-TRL-COORD PIC 9(9).
000536    10 CHK-TRL-COLOR PIC 9(9).
000538  77 CHUNK-DS-NAME PIC X(8) VALUE SPACES.
000540  77 SUM-REC-COUNT PIC 9(6) VALUE 0.
000542  77 SUM-COORD-HASH PIC 9(9) VALUE 0.
000544  77 SUM-COLOR-HASH PIC 9(9) VALUE 0.
000546  77 CHUNKS-WRITTEN PIC 9(2) VALUE 0.
000548  77 SPLIT-FAIL-REASON PIC X(50) VALUE SPACES.
000550  77 SCN-FIRST-ED PIC 9(4) VALUE 0.
000552  77 SCN-LAST-ED PIC 9(4) VALUE 0.
000554  01 CHUNK-TRAILER-REC.
000556   05 CT-RECORD-TYPE PIC X(5) VALUE "TRL".
000558   05 CT-REC-COUNT PIC 9(6) VALUE 0.
000560   05 CT-COORD-HASH PIC 9(9) VALUE 0.
000562   05 CT-COLOR-HASH PIC 9(9) VALUE 0.
000564 PROCEDURE DIVISION.
000566 0000-MAINLINE.
000568      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000570      PERFORM 2000-MEASURE-FEED THRU 2000-MEASURE-FEED-EXIT.
000572      PERFORM 3000-JUDGE-FEED THRU 3000-JUDGE-FEED-EXIT.
000574      IF SPLIT-FAIL-REASON = SPACES
000576          PERFORM 4000-PLAN-CHUNKS THRU 4000-PLAN-CHUNKS-EXIT
000578      END-IF.
000580      IF SPLIT-FAIL-REASON = SPACES AND CHK-COUNT > 1
000582          PERFORM 5000-WRITE-CHUNKS THRU 5000-WRITE-CHUNKS-EXIT
000584          PERFORM 6000-WRITE-SPLIT-LIST
000586              THRU 6000-WRITE-SPLIT-LIST-EXIT
000588      END-IF.
000590      CLOSE SPLIT-LIST-FILE.
000592      PERFORM 8000-SPLIT-REPORT THRU 8000-SPLIT-REPORT-EXIT.
000594      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000596      GOBACK.
000598
000600******************************************************************
000602* 1000-INITIALIZE -- TAKE THE PARM, EMPTY SPLITLST FIRST OF ALL,
000604*   OPEN THE CLEAN FEED AND THE SHAPE MASTER FOR THE INCL COUNT.
000606******************************************************************
000608 1000-INITIALIZE.
000610      ACCEPT SPLIT-DATE FROM DATE YYYYMMDD.
000612      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000614      IF CONFIG-PARM NOT = SPACES
000616          UNSTRING CONFIG-PARM DELIMITED BY ","
000618              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000620          PERFORM 1050-PARSE-PARM-FIELD
000622              THRU 1050-PARSE-PARM-FIELD-EXIT
000624              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 3
000626      END-IF.
000628      MOVE RUN-GROUP TO RUN-STEM.
000630      OPEN OUTPUT SPLIT-LIST-FILE.
000632      IF SL-FILE-STATUS NOT = "00"
000634          DISPLAY "1000-INITIALIZE: SPLITLST OPEN FAILED, "
000636                  "STATUS=" SL-FILE-STATUS
000638          MOVE 36 TO RETURN-CODE
000640          STOP RUN
000642      END-IF.
000644      OPEN INPUT CLEAN-FILE.
000646      IF CL-FILE-STATUS NOT = "00"
000648          DISPLAY "1000-INITIALIZE: SHAPECLN OPEN FAILED, "
000650                  "STATUS=" CL-FILE-STATUS
000652          MOVE 32 TO RETURN-CODE
000654          STOP RUN
000656      END-IF.
000658      PERFORM 1600-OPEN-SHAPE-MASTER
000660          THRU 1600-OPEN-SHAPE-MASTER-EXIT.
000662 1000-INITIALIZE-EXIT.
000664      EXIT.
000666
000668 1050-PARSE-PARM-FIELD.
000670      IF PARM-ENTRY(PARM-IDX) = SPACES
000672          GO TO 1050-PARSE-PARM-FIELD-EXIT
000674      END-IF.
000676      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000678          INTO PARM-KEY PARM-VAL.
000680      EVALUATE PARM-KEY
000682          WHEN "RUNID"
000684              IF PARM-VAL = SPACES OR PARM-VAL (9:) NOT = SPACES
000686                  DISPLAY "1050-PARSE-PARM-FIELD: RUNID= EMPTY "
000688                          "OR OVER 8 CHARACTERS"
000690                  MOVE 16 TO RETURN-CODE
000692                  STOP RUN
000694              END-IF
000696              MOVE PARM-VAL (1:8) TO RUN-GROUP
000698          WHEN "MAXSHAPES"
000700              IF PARM-VAL (1:4) NOT NUMERIC OR
000702                 PARM-VAL (5:) NOT = SPACES OR
000704                 PARM-VAL (1:4) = "0000" OR
000706                 PARM-VAL (1:4) > "9998"
000708                  DISPLAY "1050-PARSE-PARM-FIELD: MAXSHAPES= NOT "
000710                          "0001-9998 (FOUR DIGITS)"
000712                  MOVE 16 TO RETURN-CODE
000714                  STOP RUN
000716              END-IF
000718              MOVE PARM-VAL (1:4) TO MAX-SHAPES
000720          WHEN "MAXSCENES"
000722              IF PARM-VAL (1:2) NOT NUMERIC OR
000724                 PARM-VAL (3:) NOT = SPACES OR
000726                 PARM-VAL (1:2) = "00" OR
000728                 PARM-VAL (1:2) > "20"
000730                  DISPLAY "1050-PARSE-PARM-FIELD: MAXSCENES= NOT "
000732                          "01-20 (TWO DIGITS)"
000734                  MOVE 16 TO RETURN-CODE
000736                  STOP RUN
000738              END-IF
000740              MOVE PARM-VAL (1:2) TO MAX-SCENES
000742          WHEN OTHER
000744              DISPLAY "1050-PARSE-PARM-FIELD: UNKNOWN KEYWORD "
000746                      PARM-KEY
000748              MOVE 16 TO RETURN-CODE
000750              STOP RUN
000752      END-EVALUATE.
000754 1050-PARSE-PARM-FIELD-EXIT.
000756      EXIT.
000758
000760 1600-OPEN-SHAPE-MASTER.
000762      OPEN INPUT SHAPE-MASTER.
000764      IF MS-FILE-STATUS = "35"
000766          DISPLAY "1600-OPEN-SHAPE-MASTER: NO SHAPE MASTER, "
000768                  "INCL RECORDS CANNOT BE COUNTED"
000770          GO TO 1600-OPEN-SHAPE-MASTER-EXIT
000772      END-IF.
000774      IF MS-FILE-STATUS NOT = "00"
000776          DISPLAY "1600-OPEN-SHAPE-MASTER: SHAPE MASTER OPEN "
000778                  "FAILED, STATUS=" MS-FILE-STATUS
000780          MOVE 32 TO RETURN-CODE
000782          STOP RUN
000784      END-IF.
000786      SET MASTER-OPEN TO TRUE.
000788 1600-OPEN-SHAPE-MASTER-EXIT.
000790      EXIT.
000792
000794******************************************************************
000796* 2000-MEASURE-FEED -- PASS ONE OF SHAPECLN: KEEP THE HEADER,
000798*   TAKE THE TRAILER'S CLAIMS, COUNT AND HASH THE RECORDS FOR
000800*   THE BALANCE CHECK, AND MEASURE EVERY SCENE - ITS RECORDS
000802*   (SCENE BREAK INCLUDED) AND THE SHAPES MAIN-METHOD WILL DRAW
000804*   FOR IT. READING STOPS AT THE TRAILER.
000806******************************************************************
000808 2000-MEASURE-FEED.
000810      PERFORM 2100-MEASURE-ONE-RECORD
000812          THRU 2100-MEASURE-ONE-RECORD-EXIT
000814          UNTIL CL-AT-EOF.
000816      CLOSE CLEAN-FILE.
000818      IF MASTER-OPEN
000820          CLOSE SHAPE-MASTER
000822      END-IF.
000824*     SHAPES AFTER THE LAST SCENE BREAK ARE CAPTURED AS ONE MORE
000826*     FRAME AT END OF RUN, SO THEY ARE A SCENE OF THEIR OWN.
000828      IF CUR-SCN-RECS > 0
000830          MOVE "*TAIL*" TO CUR-SCN-ID
000832          PERFORM 2400-CLOSE-SCENE THRU 2400-CLOSE-SCENE-EXIT
000834      END-IF.
000836 2000-MEASURE-FEED-EXIT.
000838      EXIT.
000840
000842 2100-MEASURE-ONE-RECORD.
000844      READ CLEAN-FILE INTO LINE-RECORD
000846          AT END
000848              SET CL-AT-EOF TO TRUE
000850              GO TO 2100-MEASURE-ONE-RECORD-EXIT
000852      END-READ.
000854      EVALUATE LR-SHAPE-TYPE
000856          WHEN "HDR"
000858              MOVE LINE-RECORD TO HEADER-SAVE
000860              MOVE HEADER-SAVE (14:8) TO FEED-SUPPLIER-ID
000862              SET HEADER-SEEN TO TRUE
000864          WHEN "TRL"
000866              MOVE TR-REC-COUNT TO EXP-REC-COUNT
000868              MOVE TR-COORD-HASH TO EXP-COORD-HASH
000870              MOVE TR-COLOR-HASH TO EXP-COLOR-HASH
000872              SET TRAILER-SEEN TO TRUE
000874              SET CL-AT-EOF TO TRUE
000876          WHEN "SCENE"
000878              ADD 1 TO CUR-SCN-RECS
000880              MOVE SB-SCENE-ID TO CUR-SCN-ID
000882              PERFORM 2400-CLOSE-SCENE THRU 2400-CLOSE-SCENE-EXIT
000884          WHEN "INCL"
000886              ADD 1 TO CUR-SCN-RECS
000888              PERFORM 2200-HASH-RECORD THRU 2200-HASH-RECORD-EXIT
000890              PERFORM 2300-COUNT-INCLUDE
000892                  THRU 2300-COUNT-INCLUDE-EXIT
000894              ADD INCL-SHAPES TO CUR-SCN-SHAPES
000896          WHEN OTHER
000898              ADD 1 TO CUR-SCN-RECS
000900              PERFORM 2200-HASH-RECORD THRU 2200-HASH-RECORD-EXIT
000902              ADD 1 TO CUR-SCN-SHAPES
000904      END-EVALUATE.
000906      ADD REC-COUNTED TO FEED-REC-COUNT.
000908      ADD REC-COORD TO FEED-COORD-HASH
000910          ON SIZE ERROR
000912              DISPLAY "2100-MEASURE-ONE-RECORD: COORD HASH "
000914                      "OVERFLOW"
000916      END-ADD.
000918      ADD REC-COLOR TO FEED-COLOR-HASH
000920          ON SIZE ERROR
000922              DISPLAY "2100-MEASURE-ONE-RECORD: COLOR HASH "
000924                      "OVERFLOW"
000926      END-ADD.
000928      MOVE 0 TO REC-COUNTED REC-COORD REC-COLOR.
000930 2100-MEASURE-ONE-RECORD-EXIT.
000932      EXIT.
000934
000936******************************************************************
000938* 2200-HASH-RECORD -- THE RECORD'S SHARE OF THE TRAILER TOTALS,
000940*   BY THE SAME RULE MAIN-METHOD, SHAPEEDIT AND FEEDMRG APPLY: A
000942*   SHAPE COUNTS ONE, ITS FOUR COORDINATES GO IN THE COORDINATE
000944*   HASH AND A NUMERIC R/G/B IN THE COLOR HASH; AN INCL COUNTS
000946*   ONE AND ONLY ITS TWO OFFSETS ARE HASHED. CALLED ONLY FOR
000948*   SHAPE AND INCL RECORDS - HDR, TRL AND SCENE ARE NOT COUNTED.
000950******************************************************************
000952 2200-HASH-RECORD.
000954      MOVE 1 TO REC-COUNTED.
000956      MOVE 0 TO REC-COORD REC-COLOR.
000958      IF LR-SHAPE-TYPE = "INCL"
000960          IF IR-X-OFFSET NUMERIC AND IR-Y-OFFSET NUMERIC
000962              ADD IR-X-OFFSET IR-Y-OFFSET TO REC-COORD
000964          END-IF
000966          GO TO 2200-HASH-RECORD-EXIT
000968      END-IF.
000970      IF LR-X1 NUMERIC AND LR-Y1 NUMERIC AND
000972         LR-X2 NUMERIC AND LR-Y2 NUMERIC
000974          ADD LR-X1 LR-Y1 LR-X2 LR-Y2 TO REC-COORD
000976      END-IF.
000978      IF LR-COLOR-FIELDS NUMERIC
000980          ADD LR-R LR-G LR-B TO REC-COLOR
000982      END-IF.
000984 2200-HASH-RECORD-EXIT.
000986      EXIT.
000988
000990******************************************************************
000992* 2300-COUNT-INCLUDE -- HOW MANY SHAPES THE INCLUDED DRAWING
000994*   ADDS TO THE RUN: ITS RECORDS ON THE SHAPE MASTER. A DRAWING
000996*   NOT ON THE MASTER ADDS NONE (MAIN-METHOD CANNOT DRAW IT
000998*   EITHER) AND IS COUNTED FOR THE REPORT.
001000******************************************************************
001002 2300-COUNT-INCLUDE.
001004      MOVE IR-DRAWING-ID TO INCL-DRAWING-ID.
001006      MOVE 0 TO INCL-SHAPES.
001008      IF MASTER-OPEN
001010          MOVE "N" TO MS-EOF-SW
001012          MOVE INCL-DRAWING-ID TO MR-DRAWING-ID
001014          MOVE 0 TO MR-SEQ-NO
001016          START SHAPE-MASTER KEY NOT < MR-KEY
001018              INVALID KEY
001020                  SET MS-AT-EOF TO TRUE
001022          END-START
001024          PERFORM 2310-COUNT-INCLUDED-SHAPE
001026              THRU 2310-COUNT-INCLUDED-SHAPE-EXIT
001028              UNTIL MS-AT-EOF
001030      END-IF.
001032      IF INCL-SHAPES = 0
001034          ADD 1 TO INCL-NOT-FOUND
001036      END-IF.
001038 2300-COUNT-INCLUDE-EXIT.
001040      EXIT.
001042
001044 2310-COUNT-INCLUDED-SHAPE.
001046      READ SHAPE-MASTER NEXT RECORD
001048          AT END
001050              SET MS-AT-EOF TO TRUE
001052              GO TO 2310-COUNT-INCLUDED-SHAPE-EXIT
001054      END-READ.
001056      IF MR-DRAWING-ID NOT = INCL-DRAWING-ID
001058          SET MS-AT-EOF TO TRUE
001060          GO TO 2310-COUNT-INCLUDED-SHAPE-EXIT
001062      END-IF.
001064      ADD 1 TO INCL-SHAPES
001066          ON SIZE ERROR
001068              SET MS-AT-EOF TO TRUE
001070      END-ADD.
001072 2310-COUNT-INCLUDED-SHAPE-EXIT.
001074      EXIT.
001076
001078* A FEED WITH MORE SCENES THAN THE TABLE HOLDS IS NOT SPLIT -
001080* EVEN AT 20 A CHUNK IT WOULD NEED OVER 99 CHUNKS.
001082 2400-CLOSE-SCENE.
001084      ADD 1 TO FEED-SCENES.
001086      IF SCN-COUNT = 2000
001088          MOVE "MORE THAN 2000 SCENES" TO SPLIT-FAIL-REASON
001090      ELSE
001092          ADD 1 TO SCN-COUNT
001094          MOVE CUR-SCN-ID TO SCN-ID (SCN-COUNT)
001096          MOVE CUR-SCN-RECS TO SCN-RECS (SCN-COUNT)
001098          MOVE CUR-SCN-SHAPES TO SCN-SHAPES (SCN-COUNT)
001100      END-IF.
001102      ADD CUR-SCN-SHAPES TO FEED-SHAPES.
001104      MOVE 0 TO CUR-SCN-RECS CUR-SCN-SHAPES.
001106      MOVE SPACES TO CUR-SCN-ID.
001108 2400-CLOSE-SCENE-EXIT.
001110      EXIT.
001112
001114******************************************************************
001116* 3000-JUDGE-FEED -- A FEED IS ONLY SPLIT WHEN IT HAS ITS HEADER
001118*   AND TRAILER AND IS IN BALANCE WITH THE TRAILER: EACH CHUNK'S
001120*   FRESH TRAILER WOULD OTHERWISE PASS A BROKEN FEED AS GOOD.
001122******************************************************************
001124 3000-JUDGE-FEED.
001126      IF SPLIT-FAIL-REASON NOT = SPACES
001128          GO TO 3000-JUDGE-FEED-EXIT
001130      END-IF.
001132      IF NOT HEADER-SEEN
001134          MOVE "FEED HEADER MISSING" TO SPLIT-FAIL-REASON
001136          GO TO 3000-JUDGE-FEED-EXIT
001138      END-IF.
001140      IF NOT TRAILER-SEEN
001142          MOVE "FEED TRAILER MISSING" TO SPLIT-FAIL-REASON
001144          GO TO 3000-JUDGE-FEED-EXIT
001146      END-IF.
001148      IF FEED-REC-COUNT NOT = EXP-REC-COUNT OR
001150         FEED-COORD-HASH NOT = EXP-COORD-HASH OR
001152         FEED-COLOR-HASH NOT = EXP-COLOR-HASH
001154          MOVE "FEED OUT OF BALANCE WITH ITS TRAILER"
001156              TO SPLIT-FAIL-REASON
001158      END-IF.
001160 3000-JUDGE-FEED-EXIT.
001162      EXIT.
001164
001166******************************************************************
001168* 4000-PLAN-CHUNKS -- LAY THE SCENES INTO CHUNKS IN FEED ORDER,
001170*   STARTING A NEW CHUNK WHENEVER THE NEXT SCENE WOULD TAKE THE
001172*   CURRENT ONE PAST EITHER LIMIT. A SCENE THAT ALONE EXCEEDS
001174*   THE SHAPE LIMIT CANNOT BE PLACED WITHOUT SPLITTING IT, SO
001176*   THE FEED IS NOT SPLIT AT ALL.
001178******************************************************************
001180 4000-PLAN-CHUNKS.
001182      PERFORM 4100-PLACE-ONE-SCENE THRU 4100-PLACE-ONE-SCENE-EXIT
001184          VARYING SCN-IDX FROM 1 BY 1
001186          UNTIL SCN-IDX > SCN-COUNT
001188             OR SPLIT-FAIL-REASON NOT = SPACES.
001190 4000-PLAN-CHUNKS-EXIT.
001192      EXIT.
001194
001196 4100-PLACE-ONE-SCENE.
001198      IF SCN-SHAPES (SCN-IDX) > MAX-SHAPES
001200          MOVE SCN-IDX TO SCN-FIRST-ED
001202          STRING "SCENE " SCN-ID (SCN-IDX) " (NO. " SCN-FIRST-ED
001204              ") TOO BIG FOR ONE RUN"
001206              DELIMITED BY SIZE INTO SPLIT-FAIL-REASON
001208          GO TO 4100-PLACE-ONE-SCENE-EXIT
001210      END-IF.
001212      IF CHK-COUNT > 0
001214          IF CHK-SHAPES (CHK-COUNT) + SCN-SHAPES (SCN-IDX)
001216                 NOT > MAX-SHAPES AND
001218             CHK-SCENES (CHK-COUNT) < MAX-SCENES
001220              GO TO 4100-PLACE-ONE-SCENE-ADD
001222          END-IF
001224      END-IF.
001226      IF CHK-COUNT = 99
001228          MOVE "MORE THAN 99 CHUNKS NEEDED" TO SPLIT-FAIL-REASON
001230          GO TO 4100-PLACE-ONE-SCENE-EXIT
001232      END-IF.
001234      ADD 1 TO CHK-COUNT.
001236      MOVE CHK-COUNT TO CHK-NO.
001238      MOVE SCN-IDX TO CHK-FIRST-SCN (CHK-COUNT).
001240      MOVE 0 TO CHK-SCENES (CHK-COUNT).
001242      MOVE 0 TO CHK-SHAPES (CHK-COUNT).
001244      MOVE 0 TO CHK-RECS (CHK-COUNT).
001246      MOVE SPACES TO CHK-DS-NAME (CHK-COUNT).
001248      STRING "SHAPEC" CHK-NO DELIMITED BY SIZE
001250          INTO CHK-DS-NAME (CHK-COUNT).
001252      MOVE SPACES TO CHK-RUN-ID (CHK-COUNT).
001254      STRING RUN-STEM DELIMITED BY SPACE
001256          CHK-NO DELIMITED BY SIZE
001258          INTO CHK-RUN-ID (CHK-COUNT).
001260      MOVE 0 TO CHK-TRL-COUNT (CHK-COUNT).
001262      MOVE 0 TO CHK-TRL-COORD (CHK-COUNT).
001264      MOVE 0 TO CHK-TRL-COLOR (CHK-COUNT).
001266 4100-PLACE-ONE-SCENE-ADD.
001268      MOVE SCN-IDX TO CHK-LAST-SCN (CHK-COUNT).
001270      ADD 1 TO CHK-SCENES (CHK-COUNT).
001272      ADD SCN-SHAPES (SCN-IDX) TO CHK-SHAPES (CHK-COUNT).
001274      ADD SCN-RECS (SCN-IDX) TO CHK-RECS (CHK-COUNT).
001276 4100-PLACE-ONE-SCENE-EXIT.
001278      EXIT.
001280
001282******************************************************************
001284* 5000-WRITE-CHUNKS -- PASS TWO OF SHAPECLN: DEAL THE RECORDS
001286*   BETWEEN HEADER AND TRAILER OUT TO THE CHUNKS IN PLAN ORDER,
001288*   EACH CHUNK TAKING EXACTLY THE RECORDS OF ITS SCENES BEHIND A
001290*   COPY OF THE FEED HEADER AND CLOSED BY ITS OWN TRAILER.
001292******************************************************************
001294 5000-WRITE-CHUNKS.
001296      MOVE "N" TO CL-EOF-SW.
001298      MOVE 0 TO CHK-IDX.
001300      OPEN INPUT CLEAN-FILE.
001302      IF CL-FILE-STATUS NOT = "00"
001304          DISPLAY "5000-WRITE-CHUNKS: SHAPECLN REOPEN FAILED, "
001306                  "STATUS=" CL-FILE-STATUS
001308          MOVE 32 TO RETURN-CODE
001310          STOP RUN
001312      END-IF.
001314      PERFORM 5100-COPY-ONE-RECORD THRU 5100-COPY-ONE-RECORD-EXIT
001316          UNTIL CL-AT-EOF.
001318      CLOSE CLEAN-FILE.
001320      IF CHUNK-OPEN
001322          PERFORM 5300-CLOSE-CHUNK THRU 5300-CLOSE-CHUNK-EXIT
001324      END-IF.
001326      PERFORM 5400-ADD-CHUNK-TOTALS
001328          THRU 5400-ADD-CHUNK-TOTALS-EXIT
001330          VARYING CHK-IDX FROM 1 BY 1 UNTIL CHK-IDX > CHK-COUNT.
001332      IF CHUNKS-WRITTEN NOT = CHK-COUNT OR
001334         SUM-REC-COUNT NOT = FEED-REC-COUNT OR
001336         SUM-COORD-HASH NOT = FEED-COORD-HASH OR
001338         SUM-COLOR-HASH NOT = FEED-COLOR-HASH
001340          MOVE "CHUNK TRAILERS DO NOT ADD TO THE FEED"
001342              TO SPLIT-FAIL-REASON
001344      END-IF.
001346 5000-WRITE-CHUNKS-EXIT.
001348      EXIT.
001350
001352 5100-COPY-ONE-RECORD.
001354      READ CLEAN-FILE INTO LINE-RECORD
001356          AT END
001358              SET CL-AT-EOF TO TRUE
001360              GO TO 5100-COPY-ONE-RECORD-EXIT
001362      END-READ.
001364      IF LR-SHAPE-TYPE = "HDR"
001366          GO TO 5100-COPY-ONE-RECORD-EXIT
001368      END-IF.
001370      IF LR-SHAPE-TYPE = "TRL"
001372          SET CL-AT-EOF TO TRUE
001374          GO TO 5100-COPY-ONE-RECORD-EXIT
001376      END-IF.
001378      IF NOT CHUNK-OPEN
001380          PERFORM 5200-OPEN-CHUNK THRU 5200-OPEN-CHUNK-EXIT
001382      END-IF.
001384      WRITE CHUNK-RECORD FROM LINE-RECORD.
001386      IF CH-FILE-STATUS NOT = "00"
001388          DISPLAY "5100-COPY-ONE-RECORD: " CHUNK-DS-NAME
001390                  " WRITE FAILED, STATUS=" CH-FILE-STATUS
001392          MOVE 36 TO RETURN-CODE
001394          STOP RUN
001396      END-IF.
001398      IF LR-SHAPE-TYPE NOT = "SCENE"
001400          PERFORM 2200-HASH-RECORD THRU 2200-HASH-RECORD-EXIT
001402          ADD REC-COUNTED TO CHK-TRL-COUNT (CHK-IDX)
001404          ADD REC-COORD TO CHK-TRL-COORD (CHK-IDX)
001406              ON SIZE ERROR
001408                  DISPLAY "5100-COPY-ONE-RECORD: COORD HASH "
001410                          "OVERFLOW"
001412          END-ADD
001414          ADD REC-COLOR TO CHK-TRL-COLOR (CHK-IDX)
001416              ON SIZE ERROR
001418                  DISPLAY "5100-COPY-ONE-RECORD: COLOR HASH "
001420                          "OVERFLOW"
001422          END-ADD
001424      END-IF.
001426      SUBTRACT 1 FROM CHK-LEFT.
001428      IF CHK-LEFT = 0
001430          PERFORM 5300-CLOSE-CHUNK THRU 5300-CLOSE-CHUNK-EXIT
001432      END-IF.
001434 5100-COPY-ONE-RECORD-EXIT.
001436      EXIT.
001438
001440* PASS ONE AND PASS TWO READ THE SAME FILE, SO A RECORD WITH NO
001442* CHUNK LEFT TO TAKE IT MEANS SHAPECLN CHANGED UNDER THE STEP.
001444 5200-OPEN-CHUNK.
001446      IF CHK-IDX = CHK-COUNT
001448          DISPLAY "5200-OPEN-CHUNK: SHAPECLN CHANGED BETWEEN "
001450                  "PASSES, SPLIT ABANDONED"
001452          MOVE 32 TO RETURN-CODE
001454          STOP RUN
001456      END-IF.
001458      ADD 1 TO CHK-IDX.
001460      MOVE CHK-DS-NAME (CHK-IDX) TO CHUNK-DS-NAME.
001462      MOVE CHK-RECS (CHK-IDX) TO CHK-LEFT.
001464      OPEN OUTPUT CHUNK-FILE.
001466      IF CH-FILE-STATUS NOT = "00"
001468          DISPLAY "5200-OPEN-CHUNK: " CHUNK-DS-NAME
001470                  " OPEN FAILED, STATUS=" CH-FILE-STATUS
001472          MOVE 36 TO RETURN-CODE
001474          STOP RUN
001476      END-IF.
001478      WRITE CHUNK-RECORD FROM HEADER-SAVE.
001480      IF CH-FILE-STATUS NOT = "00"
001482          DISPLAY "5200-OPEN-CHUNK: " CHUNK-DS-NAME
001484                  " HEADER WRITE FAILED, STATUS=" CH-FILE-STATUS
001486          MOVE 36 TO RETURN-CODE
001488          STOP RUN
001490      END-IF.
001492      SET CHUNK-OPEN TO TRUE.
001494 5200-OPEN-CHUNK-EXIT.
001496      EXIT.
001498
001500 5300-CLOSE-CHUNK.
001502      MOVE CHK-TRL-COUNT (CHK-IDX) TO CT-REC-COUNT.
001504      MOVE CHK-TRL-COORD (CHK-IDX) TO CT-COORD-HASH.
001506      MOVE CHK-TRL-COLOR (CHK-IDX) TO CT-COLOR-HASH.
001508      WRITE CHUNK-RECORD FROM CHUNK-TRAILER-REC.
001510      IF CH-FILE-STATUS NOT = "00"
001512          DISPLAY "5300-CLOSE-CHUNK: " CHUNK-DS-NAME
001514                  " TRAILER WRITE FAILED, STATUS=" CH-FILE-STATUS
001516          MOVE 36 TO RETURN-CODE
001518          STOP RUN
001520      END-IF.
001522      CLOSE CHUNK-FILE.
001524      MOVE "N" TO CHUNK-SW.
001526      ADD 1 TO CHUNKS-WRITTEN.
001528 5300-CLOSE-CHUNK-EXIT.
001530      EXIT.
001532
001534 5400-ADD-CHUNK-TOTALS.
001536      ADD CHK-TRL-COUNT (CHK-IDX) TO SUM-REC-COUNT.
001538      ADD CHK-TRL-COORD (CHK-IDX) TO SUM-COORD-HASH
001540          ON SIZE ERROR
001542              DISPLAY "5400-ADD-CHUNK-TOTALS: COORD HASH OVERFLOW"
001544      END-ADD.
001546      ADD CHK-TRL-COLOR (CHK-IDX) TO SUM-COLOR-HASH
001548          ON SIZE ERROR
001550              DISPLAY "5400-ADD-CHUNK-TOTALS: COLOR HASH OVERFLOW"
001552      END-ADD.
001554 5400-ADD-CHUNK-TOTALS-EXIT.
001556      EXIT.
001558
001560******************************************************************
001562* 6000-WRITE-SPLIT-LIST -- ONE SPLITLST LINE PER CHUNK, THE RUN
001564*   PARMS ITS MAIN-METHOD RUN NEEDS. ONLY REACHED ONCE EVERY
001566*   CHUNK IS WRITTEN; NOTHING IS LISTED IF THE CHUNK TRAILERS DO
001568*   NOT ADD BACK TO THE FEED.
001570******************************************************************
001572 6000-WRITE-SPLIT-LIST.
001574      IF SPLIT-FAIL-REASON NOT = SPACES
001576          GO TO 6000-WRITE-SPLIT-LIST-EXIT
001578      END-IF.
001580      PERFORM 6100-WRITE-ONE-ENTRY THRU 6100-WRITE-ONE-ENTRY-EXIT
001582          VARYING CHK-IDX FROM 1 BY 1 UNTIL CHK-IDX > CHK-COUNT.
001584 6000-WRITE-SPLIT-LIST-EXIT.
001586      EXIT.
001588
001590 6100-WRITE-ONE-ENTRY.
001592      MOVE SPACES TO SPLIT-LIST-RECORD.
001594      STRING "FEED=" CHK-DS-NAME (CHK-IDX)
001596          ",RUNID=" DELIMITED BY SIZE
001598          CHK-RUN-ID (CHK-IDX) DELIMITED BY SPACE
001600          ",RUNGROUP=" DELIMITED BY SIZE
001602          RUN-GROUP DELIMITED BY SPACE
001604          INTO SPLIT-LIST-RECORD.
001606      WRITE SPLIT-LIST-RECORD.
001608      IF SL-FILE-STATUS NOT = "00"
001610          DISPLAY "6100-WRITE-ONE-ENTRY: SPLITLST WRITE FAILED, "
001612                  "STATUS=" SL-FILE-STATUS
001614          MOVE 36 TO RETURN-CODE
001616          STOP RUN
001618      END-IF.
001620 6100-WRITE-ONE-ENTRY-EXIT.
001622      EXIT.
001624
001626******************************************************************
001628* 8000-SPLIT-REPORT -- SPLTRPT: THE FEED AS MEASURED, THE LIMITS,
001630*   THEN ONE BLOCK PER CHUNK (SCENES, SHAPES, RECORDS AND ITS
001632*   TRAILER) AND THE CHUNK TRAILERS ADDED BACK AGAINST THE
001634*   FEED'S OWN. A FEED LEFT WHOLE SAYS WHY.
001636******************************************************************
001638 8000-SPLIT-REPORT.
001640      OPEN OUTPUT SPLIT-REPORT-FILE.
001642      IF SR-FILE-STATUS NOT = "00"
001644          DISPLAY "8000-SPLIT-REPORT: OPEN FAILED, STATUS="
001646                  SR-FILE-STATUS
001648          GO TO 8000-SPLIT-REPORT-EXIT
001650      END-IF.
001652
001654      MOVE SPACES TO SPLIT-REPORT-RECORD.
001656      STRING "FEEDSPLT FEED SPLIT - RUN GROUP " RUN-GROUP
001658          " - " SPLIT-DATE
001660          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001662      WRITE SPLIT-REPORT-RECORD.
001664
001666      MOVE SPACES TO SPLIT-REPORT-RECORD.
001668      STRING "FEED SUPPLIER........... " FEED-SUPPLIER-ID
001670          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001672      WRITE SPLIT-REPORT-RECORD.
001674
001676      MOVE SPACES TO SPLIT-REPORT-RECORD.
001678      STRING "FEED RECORDS/TRAILER.... " FEED-REC-COUNT
001680          "/" EXP-REC-COUNT
001682          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001684      WRITE SPLIT-REPORT-RECORD.
001686
001688      MOVE SPACES TO SPLIT-REPORT-RECORD.
001690      STRING "FEED COORD/COLOR HASH... " FEED-COORD-HASH
001692          "/" FEED-COLOR-HASH
001694          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001696      WRITE SPLIT-REPORT-RECORD.
001698
001700      MOVE SPACES TO SPLIT-REPORT-RECORD.
001702      STRING "SHAPES TO DRAW.......... " FEED-SHAPES
001704          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001706      WRITE SPLIT-REPORT-RECORD.
001708
001710      MOVE SPACES TO SPLIT-REPORT-RECORD.
001712      STRING "SCENES.................. " FEED-SCENES
001714          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001716      WRITE SPLIT-REPORT-RECORD.
001718
001720      MOVE SPACES TO SPLIT-REPORT-RECORD.
001722      STRING "LIMIT SHAPES/SCENES..... " MAX-SHAPES
001724          "/" MAX-SCENES
001726          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001728      WRITE SPLIT-REPORT-RECORD.
001730
001732      IF INCL-NOT-FOUND > 0
001734          MOVE SPACES TO SPLIT-REPORT-RECORD
001736          STRING "INCL NOT ON MASTER...... " INCL-NOT-FOUND
001738              " (SHAPES NOT COUNTED)"
001740              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
001742          WRITE SPLIT-REPORT-RECORD
001744      END-IF.
001746
001748      IF SPLIT-FAIL-REASON NOT = SPACES
001750          MOVE SPACES TO SPLIT-REPORT-RECORD
001752          STRING "*** NOT SPLIT: " SPLIT-FAIL-REASON " ***"
001754              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
001756          WRITE SPLIT-REPORT-RECORD
001758          GO TO 8000-SPLIT-REPORT-CLOSE
001760      END-IF.
001762
001764      IF CHK-COUNT < 2
001766          MOVE SPACES TO SPLIT-REPORT-RECORD
001768          STRING "FEED FITS ONE RUN - NOT SPLIT, SPLITLST EMPTY"
001770              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
001772          WRITE SPLIT-REPORT-RECORD
001774          GO TO 8000-SPLIT-REPORT-CLOSE
001776      END-IF.
001778
001780      PERFORM 8100-REPORT-ONE-CHUNK
001782          THRU 8100-REPORT-ONE-CHUNK-EXIT
001784          VARYING CHK-IDX FROM 1 BY 1 UNTIL CHK-IDX > CHK-COUNT.
001786
001788      MOVE SPACES TO SPLIT-REPORT-RECORD.
001790      STRING "CHUNKS WRITTEN.......... " CHUNKS-WRITTEN
001792          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001794      WRITE SPLIT-REPORT-RECORD.
001796
001798      MOVE SPACES TO SPLIT-REPORT-RECORD.
001800      STRING "CHUNK RECORDS/FEED...... " SUM-REC-COUNT
001802          "/" FEED-REC-COUNT
001804          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001806      WRITE SPLIT-REPORT-RECORD.
001808
001810      MOVE SPACES TO SPLIT-REPORT-RECORD.
001812      STRING "CHUNK COORD/COLOR HASH.. " SUM-COORD-HASH
001814          "/" SUM-COLOR-HASH
001816          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001818      WRITE SPLIT-REPORT-RECORD.
001820
001822 8000-SPLIT-REPORT-CLOSE.
001824      CLOSE SPLIT-REPORT-FILE.
001826 8000-SPLIT-REPORT-EXIT.
001828      EXIT.
001830
001832 8100-REPORT-ONE-CHUNK.
001834      MOVE CHK-FIRST-SCN (CHK-IDX) TO SCN-FIRST-ED.
001836      MOVE CHK-LAST-SCN (CHK-IDX) TO SCN-LAST-ED.
001838      MOVE SPACES TO SPLIT-REPORT-RECORD.
001840      STRING "CHUNK " CHK-DS-NAME (CHK-IDX)
001842          " RUN-ID " CHK-RUN-ID (CHK-IDX)
001844          " SCENES " SCN-FIRST-ED "-" SCN-LAST-ED
001846          " (" CHK-SCENES (CHK-IDX) ")"
001848          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001850      WRITE SPLIT-REPORT-RECORD.
001852
001854      MOVE CHK-FIRST-SCN (CHK-IDX) TO SCN-IDX.
001856      MOVE SPACES TO SPLIT-REPORT-RECORD.
001858      STRING "  FIRST/LAST SCENE...... " SCN-ID (SCN-IDX) "/"
001860          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001862      MOVE CHK-LAST-SCN (CHK-IDX) TO SCN-IDX.
001864      MOVE SCN-ID (SCN-IDX) TO SPLIT-REPORT-RECORD (35:8).
001866      WRITE SPLIT-REPORT-RECORD.
001868
001870      MOVE SPACES TO SPLIT-REPORT-RECORD.
001872      STRING "  SHAPES/RECORDS........ " CHK-SHAPES (CHK-IDX)
001874          "/" CHK-RECS (CHK-IDX)
001876          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001878      WRITE SPLIT-REPORT-RECORD.
001880
001882      MOVE SPACES TO SPLIT-REPORT-RECORD.
001884      STRING "  TRAILER RECS/COORD/CLR " CHK-TRL-COUNT (CHK-IDX)
001886          "/" CHK-TRL-COORD (CHK-IDX)
001888          "/" CHK-TRL-COLOR (CHK-IDX)
001890          DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD.
001892      WRITE SPLIT-REPORT-RECORD.
001894 8100-REPORT-ONE-CHUNK-EXIT.
001896      EXIT.
001898
001900******************************************************************
001902* 9000-TERMINATE -- 8 WHEN THE FEED WAS NOT SPLIT FOR CAUSE, 4
001904*   WHEN INCL SHAPES COULD NOT BE COUNTED, ELSE 0.
001906******************************************************************
001908 9000-TERMINATE.
001910      IF SPLIT-FAIL-REASON NOT = SPACES
001912          MOVE 8 TO RETURN-CODE
001914          GO TO 9000-TERMINATE-EXIT
001916      END-IF.
001918      IF INCL-NOT-FOUND > 0
001920          MOVE 4 TO RETURN-CODE
001922      END-IF.
001924 9000-TERMINATE-EXIT.
001926      EXIT.
001928
001930 END PROGRAM FEEDSPLT.
