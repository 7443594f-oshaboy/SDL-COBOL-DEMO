000100******************************************************************
000102* AUTHOR:     D. WHITLOCK, APPLICATIONS PROGRAMMING
000104* INSTALLATION: GRAPHICS SYSTEMS GROUP
000106* DATE-WRITTEN: 2026-10-15
000108* DATE-COMPILED:
000110* PURPOSE:    CONTACT SHEET FOR THE MORNING REVIEW. A MULTI-SCENE
000112*             OR PLAYLIST RUN LEAVES TWENTY-ODD FRAME FILES THAT
000114*             THE REVIEW OTHERWISE OPENS ONE AT A TIME. THIS STEP
000116*             READS ARCHCAT FOR A RUN DATE (OR A RUN-ID), SCALES
000118*             EVERY CATALOGED FRAME DOWN TO A THUMBNAIL, AND
000120*             TILES THE THUMBNAILS INTO ONE CONTACT-SHEET FRAME
000122*             IN THE SAME ON-DISK FORMAT 8000-CAPTURE-FRAME IN
000124*             MAIN-METHOD WRITES (54-BYTE BMP HEADER, 32-BIT
000126*             PIXELS, TOP-DOWN). SHEETRPT IS THE PRINTED KEY:
000128*             ONE LINE PER TILE WITH ITS SCENE ID, GENERATION
000130*             AND THE RUN'S RETURN CODE. A FRAME THAT IS MISSING
000132*             OR MALFORMED ON DISK GETS A GREY TILE CROSSED IN
000134*             RED, SO A GAP ON THE SHEET CANNOT PASS FOR A BLANK
000136*             PICTURE.
000138*
000140*             THE SHEET IS CATALOGED ON ARCHCAT LIKE ANY OTHER
000142*             FRAME, SO ARCHMNT RETENTION AND THE ARCHAUD AUDIT
000144*             COVER IT. IT IS CATALOGED UNDER RUN-ID CONTACT
000146*             WITH ITS OWN GENERATION SEQUENCE AND NAMED
000148*             FRAME<DATE>-CONTACT-G<GEN>-<SELECTION>.BMP, WHERE
000150*             THE SELECTION IS THE RUN-ID OR RUN DATE IT SHOWS.
000152*             EARLIER CONTACT SHEETS ARE NEVER TILED ONTO A NEW
000154*             ONE.
000156*
000158* TILING: SIX TILES A ROW, EACH A 168 X 128 CELL HOLDING A
000160*   THUMBNAIL OF AT MOST 160 X 120 (ASPECT KEPT, NEAREST PIXEL)
000162*   CENTERED ON BLACK. 42 TILES FILL THE 4MB FRAME BUFFER; ANY
000164*   FURTHER FRAMES ARE LISTED ON THE KEY AS NOT ON THE SHEET.
000166*
000168* PARM (KEYWORD=VALUE, COMMA SEPARATED; ALL OPTIONAL):
000170*   DATE=    RUN DATE WHOSE FRAMES TO SHOW (DEFAULT TODAY)
000172*   RUNID=   RUN-ID WHOSE FRAMES TO SHOW. ALONE IT TAKES EVERY
000174*            DATE; WITH DATE= ONLY THAT DATE.
000176*
000178* STEP CONDITION CODES:
000180*   0  SHEET WRITTEN, EVERY TILE A PICTURE
000182*   4  BLANK TILES, FRAMES LEFT OFF THE SHEET, OR NOTHING
000184*      CATALOGED FOR THE SELECTION (NO SHEET WRITTEN)
000186*   16 BAD PARM
000188*   32/36  OPEN FAILURES
000190*
000192* MODIFICATION HISTORY
000194* DATE       INIT  DESCRIPTION
000196* ---------- ----  ---------------------------------------------
000198* 2026-10-15 DW    ORIGINAL CONTACT SHEET.
000200* 2026-10-15 DW    ARCHCAT CARRIES THE RUN GROUP OF A SPLIT FEED
000202*                  (AC-RUN-GROUP, APPENDED; BLANK ON OLDER
000204*                  ENTRIES).
000206* Tectonics: cobc
000208******************************************************************
000210 IDENTIFICATION DIVISION.
000212 PROGRAM-ID. FRMSHEET.
000214 ENVIRONMENT DIVISION.
000216 INPUT-OUTPUT SECTION.
000218 FILE-CONTROL.
000220     SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
000222         ORGANIZATION IS LINE SEQUENTIAL
000224         FILE STATUS IS AC-FILE-STATUS.
000226     SELECT FRAME-FILE ASSIGN TO FRAME-DS-NAME
000228         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS FF-FILE-STATUS.
000232     SELECT SHEET-FILE ASSIGN TO SHEET-DS-NAME
000234         ORGANIZATION IS SEQUENTIAL
000236         FILE STATUS IS SF-FILE-STATUS.
000238     SELECT SHEET-REPORT-FILE ASSIGN TO "SHEETRPT"
000240         ORGANIZATION IS LINE SEQUENTIAL
000242         FILE STATUS IS SR-FILE-STATUS.
000244 DATA DIVISION.
000246 FILE SECTION.
000248* CATALOG-RECORD MIRRORS THE LAYOUT 9500-WRITE-CATALOG IN
000250* MAIN-METHOD APPENDS - KEEP THE TWO IN STEP.
000252 FD  ARCHIVE-CATALOG-FILE.
000254 01  CATALOG-RECORD.
000256     05  AC-RUN-ID       PIC X(8).
000258     05  FILLER          PIC X(1).
000260     05  AC-RUN-DATE     PIC 9(8).
000262     05  FILLER          PIC X(1).
000264     05  AC-RUN-TIME     PIC 9(8).
000266     05  FILLER          PIC X(1).
000268     05  AC-GENERATION   PIC 9(5).
000270     05  FILLER          PIC X(1).
000272     05  AC-FRAME-NAME   PIC X(44).
000274     05  FILLER          PIC X(1).
000276     05  AC-ITER-COUNT   PIC 9(4).
000278     05  FILLER          PIC X(1).
000280     05  AC-RETURN-CODE  PIC 9(4).
000282     05  FILLER          PIC X(1).
000284     05  AC-RUN-GROUP    PIC X(8).
000286* THE FRAME AND SHEET FDS MIRROR FRAME-FILE IN MAIN-METHOD (AND
000288* FRAMECMP) SO THE SHEET READS AND WRITES THE SAME ON-DISK
000290* FORMAT 8000-CAPTURE-FRAME PRODUCES.
000292 FD  FRAME-FILE
000294     RECORD IS VARYING IN SIZE FROM 54 TO 4000054
000296     CHARACTERS DEPENDING ON FF-REC-LEN.
000298 01  FRAME-RECORD.
000300     05  FR-HEADER       PIC X(54).
000302     05  FR-PIXELS       PIC X(4000000).
000304 FD  SHEET-FILE
000306     RECORD IS VARYING IN SIZE FROM 54 TO 4000054
000308     CHARACTERS DEPENDING ON SF-REC-LEN.
000310 01  SHEET-RECORD.
000312     05  SF-HEADER       PIC X(54).
000314     05  SF-PIXELS       PIC X(4000000).
000316 FD  SHEET-REPORT-FILE.
000318 01  SHEET-REPORT-RECORD PIC X(100).
000320 WORKING-STORAGE SECTION.
000322  77 AC-FILE-STATUS PIC X(2) VALUE "00".
000324  77 FF-FILE-STATUS PIC X(2) VALUE "00".
000326  77 SF-FILE-STATUS PIC X(2) VALUE "00".
000328  77 SR-FILE-STATUS PIC X(2) VALUE "00".
000330  77 AC-EOF-SW PIC X(1) VALUE "N".
000332      88 AC-AT-EOF VALUE "Y".
000334  77 FF-REC-LEN PIC 9(9) COMP-5 VALUE 0.
000336  77 SF-REC-LEN PIC 9(9) COMP-5 VALUE 0.
000338  77 FRAME-DS-NAME PIC X(44) VALUE SPACES.
000340  77 SHEET-DS-NAME PIC X(44) VALUE SPACES.
000342  77 SHEET-RUN-ID PIC X(8) VALUE "CONTACT".
000344  77 SHEET-GEN PIC 9(5) VALUE 1.
000346  77 SHEET-DATE PIC 9(8) VALUE 0.
000348  77 SHEET-SELECTION PIC X(8) VALUE SPACES.
000350  77 SHEET-WRITTEN-SW PIC X(1) VALUE "N".
000352      88 SHEET-WRITTEN VALUE "Y".
000354  77 SELECT-DATE PIC 9(8) VALUE 0.
000356  77 SELECT-RUN-ID PIC X(8) VALUE SPACES.
000358  77 DATE-GIVEN-SW PIC X(1) VALUE "N".
000360      88 DATE-GIVEN VALUE "Y".
000362  77 CAT-ENTRIES-READ PIC 9(6) VALUE 0.
000364  77 FRAMES-OVERFLOW PIC 9(6) VALUE 0.
000366  77 TILES-PICTURED PIC 9(4) VALUE 0.
000368  77 TILES-BLANK PIC 9(4) VALUE 0.
000370  77 FINAL-RC PIC 9(4) VALUE 0.
000372* CMP-HEADER MIRRORS BMP-HEADER IN MAIN-METHOD SO THE WIDTH
000374* AND HEIGHT CAN BE PICKED OUT OF THE 54 RAW HEADER BYTES.
000376  01 CMP-HEADER.
000378   05 CMP-MAGIC PIC X(2).
000380   05 CMP-FILESIZE PIC S9(9) COMP-5.
000382   05 CMP-RESERVED1 PIC S9(4) COMP-5.
000384   05 CMP-RESERVED2 PIC S9(4) COMP-5.
000386   05 CMP-DATAOFFSET PIC S9(9) COMP-5.
000388   05 CMP-HEADERSIZE PIC S9(9) COMP-5.
000390   05 CMP-WIDTH-PX PIC S9(9) COMP-5.
000392   05 CMP-HEIGHT-PX PIC S9(9) COMP-5.
000394   05 FILLER PIC X(28).
000396* SHEET-HEADER IS BMP-HEADER IN MAIN-METHOD - KEEP IN STEP.
000398  01 SHEET-HEADER.
000400   05 SH-MAGIC PIC X(2) VALUE "BM".
000402   05 SH-FILESIZE PIC S9(9) COMP-5 VALUE 0.
000404   05 SH-RESERVED1 PIC S9(4) COMP-5 VALUE 0.
000406   05 SH-RESERVED2 PIC S9(4) COMP-5 VALUE 0.
000408   05 SH-DATAOFFSET PIC S9(9) COMP-5 VALUE 54.
000410   05 SH-HEADERSIZE PIC S9(9) COMP-5 VALUE 40.
000412   05 SH-WIDTH-PX PIC S9(9) COMP-5 VALUE 0.
000414   05 SH-HEIGHT-PX PIC S9(9) COMP-5 VALUE 0.
000416   05 SH-PLANES PIC S9(4) COMP-5 VALUE 1.
000418   05 SH-BITCOUNT PIC S9(4) COMP-5 VALUE 32.
000420   05 SH-COMPRESSION PIC S9(9) COMP-5 VALUE 0.
000422   05 SH-IMAGESIZE PIC S9(9) COMP-5 VALUE 0.
000424   05 SH-XPPM PIC S9(9) COMP-5 VALUE 0.
000426   05 SH-YPPM PIC S9(9) COMP-5 VALUE 0.
000428   05 SH-COLORSUSED PIC S9(9) COMP-5 VALUE 0.
000430   05 SH-COLORSIMPORTANT PIC S9(9) COMP-5 VALUE 0.
000432* SHEET GEOMETRY. PIXELS ARE SDL ARGB8888 READ ON A LITTLE-ENDIAN
000434* BOX, SO THE BYTES RUN B, G, R, A.
000436  77 SHEET-COLS PIC S9(9) COMP-5 VALUE 6.
000438  77 SHEET-ROWS PIC S9(9) COMP-5 VALUE 0.
000440  77 SHEET-WIDTH PIC S9(9) COMP-5 VALUE 0.
000442  77 SHEET-HEIGHT PIC S9(9) COMP-5 VALUE 0.
000444  77 SHEET-BYTES PIC S9(9) COMP-5 VALUE 0.
000446  77 CELL-WIDTH PIC S9(9) COMP-5 VALUE 168.
000448  77 CELL-HEIGHT PIC S9(9) COMP-5 VALUE 128.
000450  77 THUMB-BOX-W PIC S9(9) COMP-5 VALUE 160.
000452  77 THUMB-BOX-H PIC S9(9) COMP-5 VALUE 120.
000454  77 THUMB-MARGIN PIC S9(9) COMP-5 VALUE 4.
000456  77 BORDER-PIXEL PIC X(4) VALUE X"404040FF".
000458  77 BACK-PIXEL PIC X(4) VALUE X"000000FF".
000460  77 BLANK-PIXEL PIC X(4) VALUE X"808080FF".
000462  77 MARK-PIXEL PIC X(4) VALUE X"0000FFFF".
000464  77 FILL-PIXEL PIC X(4) VALUE SPACES.
000466* PIXEL WALK WORK FIELDS.
000468  77 FRAME-WIDTH PIC S9(9) COMP-5 VALUE 0.
000470  77 FRAME-HEIGHT PIC S9(9) COMP-5 VALUE 0.
000472  77 FRAME-BOTTOM-UP-SW PIC X(1) VALUE "N".
000474      88 FRAME-BOTTOM-UP VALUE "Y".
000476  77 EXPECTED-LEN PIC S9(9) COMP-5 VALUE 0.
000478  77 THUMB-W PIC S9(9) COMP-5 VALUE 0.
000480  77 THUMB-H PIC S9(9) COMP-5 VALUE 0.
000482  77 TILE-X0 PIC S9(9) COMP-5 VALUE 0.
000484  77 TILE-Y0 PIC S9(9) COMP-5 VALUE 0.
000486  77 THUMB-X0 PIC S9(9) COMP-5 VALUE 0.
000488  77 THUMB-Y0 PIC S9(9) COMP-5 VALUE 0.
000490  77 TX PIC S9(9) COMP-5 VALUE 0.
000492  77 TY PIC S9(9) COMP-5 VALUE 0.
000494  77 SRC-X PIC S9(9) COMP-5 VALUE 0.
000496  77 SRC-Y PIC S9(9) COMP-5 VALUE 0.
000498  77 SRC-OFS PIC S9(9) COMP-5 VALUE 0.
000500  77 DST-OFS PIC S9(9) COMP-5 VALUE 0.
000502  77 FILL-X0 PIC S9(9) COMP-5 VALUE 0.
000504  77 FILL-Y0 PIC S9(9) COMP-5 VALUE 0.
000506  77 FILL-W PIC S9(9) COMP-5 VALUE 0.
000508  77 FILL-H PIC S9(9) COMP-5 VALUE 0.
000510  77 PIX-IDX PIC S9(9) COMP-5 VALUE 0.
000512  77 TILE-IDX PIC 9(4) COMP VALUE 0.
000514  77 TILE-COUNT PIC 9(4) COMP VALUE 0.
000516  77 TILE-ROW PIC 9(4) COMP VALUE 0.
000518  77 TILE-COL PIC 9(4) COMP VALUE 0.
000520  77 TILE-NO-ED PIC 9(3) VALUE 0.
000522  77 TILE-ROW-ED PIC 9(2) VALUE 0.
000524  77 TILE-COL-ED PIC 9(2) VALUE 0.
000526* THE FRAMES SELECTED, ONE PER TILE IN CATALOG ORDER.
000528  01 TILE-TABLE.
000530   05 TILE-ENTRY OCCURS 42 TIMES.
000532    10 TL-RUN-ID PIC X(8).
000534    10 TL-GENERATION PIC 9(5).
000536    10 TL-FRAME-NAME PIC X(44).
000538    10 TL-RETURN-CODE PIC 9(4).
000540    10 TL-SCENE-ID PIC X(8).
000542    10 TL-STATUS-SW PIC X(1).
000544       88 TL-PICTURED VALUE "P".
000546       88 TL-MISSING VALUE "M".
000548       88 TL-MALFORMED VALUE "B".
000550* FRAME NAME SPLIT FOR THE SCENE OR DRAWING ID -
000552* FRAME<YYYYMMDD>-<RUNID>-G<GGGGG>[-<SCENE>].BMP
000554  77 PARSE-RUN-PART PIC X(44) VALUE SPACES.
000556  77 PARSE-TAIL PIC X(44) VALUE SPACES.
000558  77 PARSE-GEN PIC X(10) VALUE SPACES.
000560  77 PARSE-ID-PART PIC X(44) VALUE SPACES.
000562  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000564  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000566  77 PARM-KEY PIC X(10) VALUE SPACES.
000568  77 PARM-VAL PIC X(40) VALUE SPACES.
000570  01 PARM-TABLE.
000572   05 PARM-ENTRY PIC X(50) OCCURS 5 TIMES.
000574 PROCEDURE DIVISION.
000576 0000-MAINLINE.
000578      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000580      PERFORM 2000-SELECT-FRAMES THRU 2000-SELECT-FRAMES-EXIT.
000582      IF TILE-COUNT > 0
000584          PERFORM 3000-BUILD-SHEET THRU 3000-BUILD-SHEET-EXIT
000586          PERFORM 4000-WRITE-SHEET THRU 4000-WRITE-SHEET-EXIT
000588      END-IF.
000590      PERFORM 8000-SHEET-KEY THRU 8000-SHEET-KEY-EXIT.
000592      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000594      GOBACK.
000596
000598******************************************************************
000600* 1000-INITIALIZE -- PICK THE SELECTION OFF THE PARM AND OPEN
000602*   THE KEY REPORT.
000604******************************************************************
000606 1000-INITIALIZE.
000608      ACCEPT SHEET-DATE FROM DATE YYYYMMDD.
000610      MOVE SHEET-DATE TO SELECT-DATE.
000612      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000614      IF CONFIG-PARM NOT = SPACES
000616          UNSTRING CONFIG-PARM DELIMITED BY ","
000618              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000620                   PARM-ENTRY(4) PARM-ENTRY(5)
000622          PERFORM 1050-PARSE-PARM-FIELD
000624              THRU 1050-PARSE-PARM-FIELD-EXIT
000626              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
000628      END-IF.
000630*     THE SHEET IS NAMED FOR WHAT IT SHOWS: THE RUN-ID WHEN ONE
000632*     WAS ASKED FOR, OTHERWISE THE RUN DATE.
000634      IF SELECT-RUN-ID NOT = SPACES
000636          MOVE SELECT-RUN-ID TO SHEET-SELECTION
000638      ELSE
000640          MOVE SELECT-DATE TO SHEET-SELECTION
000642      END-IF.
000644      OPEN OUTPUT SHEET-REPORT-FILE.
000646      IF SR-FILE-STATUS NOT = "00"
000648          DISPLAY "1000-INITIALIZE: SHEETRPT OPEN FAILED, "
000650                  "STATUS=" SR-FILE-STATUS
000652          MOVE 36 TO RETURN-CODE
000654          STOP RUN
000656      END-IF.
000658      MOVE SPACES TO SHEET-REPORT-RECORD.
000660      IF SELECT-RUN-ID = SPACES
000662          STRING "CONTACT SHEET KEY - RUN DATE " SELECT-DATE
000664              DELIMITED BY SIZE INTO SHEET-REPORT-RECORD
000666      ELSE
000668          IF DATE-GIVEN
000670              STRING "CONTACT SHEET KEY - RUN-ID " SELECT-RUN-ID
000672                  " RUN DATE " SELECT-DATE
000674                  DELIMITED BY SIZE INTO SHEET-REPORT-RECORD
000676          ELSE
000678              STRING "CONTACT SHEET KEY - RUN-ID " SELECT-RUN-ID
000680                  " ALL DATES"
000682                  DELIMITED BY SIZE INTO SHEET-REPORT-RECORD
000684          END-IF
000686      END-IF.
000688      WRITE SHEET-REPORT-RECORD.
000690 1000-INITIALIZE-EXIT.
000692      EXIT.
000694
000696 1050-PARSE-PARM-FIELD.
000698      IF PARM-ENTRY(PARM-IDX) = SPACES
000700          GO TO 1050-PARSE-PARM-FIELD-EXIT
000702      END-IF.
000704      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000706          INTO PARM-KEY PARM-VAL.
000708      EVALUATE PARM-KEY
000710          WHEN "DATE"
000712              IF PARM-VAL (1:8) NOT NUMERIC OR
000714                 PARM-VAL (9:) NOT = SPACES
000716                  DISPLAY "1050-PARSE-PARM-FIELD: DATE= NOT "
000718                          "YYYYMMDD"
000720                  MOVE 16 TO RETURN-CODE
000722                  STOP RUN
000724              END-IF
000726              MOVE PARM-VAL (1:8) TO SELECT-DATE
000728              SET DATE-GIVEN TO TRUE
000730          WHEN "RUNID"
000732              IF PARM-VAL = SPACES OR PARM-VAL (9:) NOT = SPACES
000734                  DISPLAY "1050-PARSE-PARM-FIELD: RUNID= EMPTY "
000736                          "OR OVER 8 CHARACTERS"
000738                  MOVE 16 TO RETURN-CODE
000740                  STOP RUN
000742              END-IF
000744              MOVE PARM-VAL (1:8) TO SELECT-RUN-ID
000746          WHEN OTHER
000748              DISPLAY "1050-PARSE-PARM-FIELD: UNKNOWN KEYWORD "
000750                      PARM-KEY
000752              MOVE 16 TO RETURN-CODE
000754              STOP RUN
000756      END-EVALUATE.
000758 1050-PARSE-PARM-FIELD-EXIT.
000760      EXIT.
000762
000764******************************************************************
000766* 2000-SELECT-FRAMES -- ONE PASS OF ARCHCAT: EVERY FRAME IN THE
000768*   SELECTION BECOMES A TILE, AND THE CONTACT SHEETS ALREADY
000770*   CATALOGED SET THE NEXT SHEET GENERATION, AS
000772*   1500-ASSIGN-GENERATION DOES FOR A RUN-ID IN MAIN-METHOD.
000774******************************************************************
000776 2000-SELECT-FRAMES.
000778      OPEN INPUT ARCHIVE-CATALOG-FILE.
000780      IF AC-FILE-STATUS = "35"
000782          DISPLAY "2000-SELECT-FRAMES: NO ARCHIVE CATALOG - "
000784                  "NOTHING TO SHOW"
000786          GO TO 2000-SELECT-FRAMES-EXIT
000788      END-IF.
000790      IF AC-FILE-STATUS NOT = "00"
000792          DISPLAY "2000-SELECT-FRAMES: ARCHCAT OPEN FAILED, "
000794                  "STATUS=" AC-FILE-STATUS
000796          MOVE 32 TO RETURN-CODE
000798          STOP RUN
000800      END-IF.
000802      PERFORM 2100-SELECT-ONE-FRAME
000804          THRU 2100-SELECT-ONE-FRAME-EXIT
000806          UNTIL AC-AT-EOF.
000808      CLOSE ARCHIVE-CATALOG-FILE.
000810 2000-SELECT-FRAMES-EXIT.
000812      EXIT.
000814
000816 2100-SELECT-ONE-FRAME.
000818      READ ARCHIVE-CATALOG-FILE
000820          AT END
000822              SET AC-AT-EOF TO TRUE
000824              GO TO 2100-SELECT-ONE-FRAME-EXIT
000826      END-READ.
000828      ADD 1 TO CAT-ENTRIES-READ.
000830      IF AC-RUN-ID = SHEET-RUN-ID
000832          IF AC-GENERATION NUMERIC AND
000834             AC-GENERATION NOT < SHEET-GEN
000836              COMPUTE SHEET-GEN = AC-GENERATION + 1
000838          END-IF
000840          GO TO 2100-SELECT-ONE-FRAME-EXIT
000842      END-IF.
000844      IF SELECT-RUN-ID NOT = SPACES AND
000846         AC-RUN-ID NOT = SELECT-RUN-ID
000848          GO TO 2100-SELECT-ONE-FRAME-EXIT
000850      END-IF.
000852      IF (SELECT-RUN-ID = SPACES OR DATE-GIVEN) AND
000854         (AC-RUN-DATE NOT NUMERIC OR
000856          AC-RUN-DATE NOT = SELECT-DATE)
000858          GO TO 2100-SELECT-ONE-FRAME-EXIT
000860      END-IF.
000862      IF TILE-COUNT = 42
000864          ADD 1 TO FRAMES-OVERFLOW
000866          MOVE SPACES TO SHEET-REPORT-RECORD
000868          STRING "NOT ON SHEET, SHEET FULL " AC-RUN-ID " "
000870              DELIMITED BY SIZE
000872              AC-FRAME-NAME DELIMITED BY SPACE
000874              INTO SHEET-REPORT-RECORD
000876          WRITE SHEET-REPORT-RECORD
000878          GO TO 2100-SELECT-ONE-FRAME-EXIT
000880      END-IF.
000882      ADD 1 TO TILE-COUNT.
000884      MOVE AC-RUN-ID TO TL-RUN-ID (TILE-COUNT).
000886      MOVE AC-GENERATION TO TL-GENERATION (TILE-COUNT).
000888      MOVE AC-FRAME-NAME TO TL-FRAME-NAME (TILE-COUNT).
000890      IF AC-RETURN-CODE NUMERIC
000892          MOVE AC-RETURN-CODE TO TL-RETURN-CODE (TILE-COUNT)
000894      ELSE
000896          MOVE 9999 TO TL-RETURN-CODE (TILE-COUNT)
000898      END-IF.
000900*     THE ID IS WHATEVER FOLLOWS THE GENERATION, UP TO ".BMP" -
000902*     A FRAME CAPTURED WITH NO SCENE OR DRAWING HAS NONE.
000904      MOVE SPACES TO PARSE-RUN-PART PARSE-TAIL PARSE-GEN
000906                     PARSE-ID-PART.
000908      UNSTRING AC-FRAME-NAME DELIMITED BY "-G"
000910          INTO PARSE-RUN-PART PARSE-TAIL.
000912      UNSTRING PARSE-TAIL DELIMITED BY "-"
000914          INTO PARSE-GEN PARSE-ID-PART.
000916      MOVE SPACES TO TL-SCENE-ID (TILE-COUNT).
000918      IF PARSE-ID-PART NOT = SPACES
000920          UNSTRING PARSE-ID-PART DELIMITED BY ".BMP"
000922              INTO TL-SCENE-ID (TILE-COUNT)
000924      END-IF.
000926 2100-SELECT-ONE-FRAME-EXIT.
000928      EXIT.
000930
000932******************************************************************
000934* 3000-BUILD-SHEET -- SIZE THE SHEET FOR THE TILES SELECTED,
000936*   PAINT IT IN THE BORDER COLOR, THEN DRAW EVERY TILE INTO ITS
000938*   CELL, LEFT TO RIGHT AND TOP TO BOTTOM IN CATALOG ORDER.
000940******************************************************************
000942 3000-BUILD-SHEET.
000944      IF TILE-COUNT < SHEET-COLS
000946          MOVE TILE-COUNT TO SHEET-COLS
000948      END-IF.
000950      COMPUTE SHEET-ROWS = (TILE-COUNT + SHEET-COLS - 1)
000952                          / SHEET-COLS.
000954      COMPUTE SHEET-WIDTH = SHEET-COLS * CELL-WIDTH.
000956      COMPUTE SHEET-HEIGHT = SHEET-ROWS * CELL-HEIGHT.
000958      COMPUTE SHEET-BYTES = SHEET-WIDTH * SHEET-HEIGHT * 4.
000960      MOVE 0 TO FILL-X0 FILL-Y0.
000962      MOVE SHEET-WIDTH TO FILL-W.
000964      MOVE SHEET-HEIGHT TO FILL-H.
000966      MOVE BORDER-PIXEL TO FILL-PIXEL.
000968      PERFORM 3800-FILL-BOX THRU 3800-FILL-BOX-EXIT.
000970      PERFORM 3100-DRAW-ONE-TILE THRU 3100-DRAW-ONE-TILE-EXIT
000972          VARYING TILE-IDX FROM 1 BY 1
000974          UNTIL TILE-IDX > TILE-COUNT.
000976 3000-BUILD-SHEET-EXIT.
000978      EXIT.
000980
000982******************************************************************
000984* 3100-DRAW-ONE-TILE -- READ THE FRAME AND CHECK IT THE WAY
000986*   ARCHAUD AND FRAMECMP DO (IT OPENS, ITS ONE RECORD HOLDS A
000988*   "BM" HEADER, AND THE LENGTH MATCHES THE HEADER DIMENSIONS).
000990*   A GOOD FRAME IS SCALED INTO THE CELL; ANYTHING ELSE GETS THE
000992*   MARKED BLANK TILE.
000994******************************************************************
000996 3100-DRAW-ONE-TILE.
000998      COMPUTE TILE-ROW = (TILE-IDX - 1) / SHEET-COLS.
001000      COMPUTE TILE-COL = TILE-IDX - 1 - TILE-ROW * SHEET-COLS.
001002      COMPUTE TILE-X0 = TILE-COL * CELL-WIDTH + THUMB-MARGIN.
001004      COMPUTE TILE-Y0 = TILE-ROW * CELL-HEIGHT + THUMB-MARGIN.
001006      MOVE TL-FRAME-NAME (TILE-IDX) TO FRAME-DS-NAME.
001008      OPEN INPUT FRAME-FILE.
001010      IF FF-FILE-STATUS NOT = "00"
001012          SET TL-MISSING (TILE-IDX) TO TRUE
001014          PERFORM 3500-DRAW-BLANK-TILE
001016              THRU 3500-DRAW-BLANK-TILE-EXIT
001018          GO TO 3100-DRAW-ONE-TILE-EXIT
001020      END-IF.
001022      MOVE 0 TO FF-REC-LEN.
001024      READ FRAME-FILE
001026          AT END
001028              MOVE 0 TO FF-REC-LEN
001030      END-READ.
001032      CLOSE FRAME-FILE.
001034      IF FF-REC-LEN < 54 OR FR-HEADER (1:2) NOT = "BM"
001036          SET TL-MALFORMED (TILE-IDX) TO TRUE
001038          PERFORM 3500-DRAW-BLANK-TILE
001040              THRU 3500-DRAW-BLANK-TILE-EXIT
001042          GO TO 3100-DRAW-ONE-TILE-EXIT
001044      END-IF.
001046      MOVE FR-HEADER TO CMP-HEADER.
001048      MOVE CMP-WIDTH-PX TO FRAME-WIDTH.
001050*     THE ARCHIVE WRITES TOP-DOWN BMPS (NEGATIVE HEIGHT); A
001052*     POSITIVE HEIGHT IS READ BOTTOM ROW FIRST.
001054      IF CMP-HEIGHT-PX < 0
001056          COMPUTE FRAME-HEIGHT = 0 - CMP-HEIGHT-PX
001058          MOVE "N" TO FRAME-BOTTOM-UP-SW
001060      ELSE
001062          MOVE CMP-HEIGHT-PX TO FRAME-HEIGHT
001064          SET FRAME-BOTTOM-UP TO TRUE
001066      END-IF.
001068      IF FRAME-WIDTH < 1 OR FRAME-HEIGHT < 1 OR
001070         FRAME-WIDTH > 1000000 OR FRAME-HEIGHT > 1000000
001072          SET TL-MALFORMED (TILE-IDX) TO TRUE
001074          PERFORM 3500-DRAW-BLANK-TILE
001076              THRU 3500-DRAW-BLANK-TILE-EXIT
001078          GO TO 3100-DRAW-ONE-TILE-EXIT
001080      END-IF.
001082      COMPUTE EXPECTED-LEN = 54 + FRAME-WIDTH * FRAME-HEIGHT * 4
001084          ON SIZE ERROR
001086              MOVE 0 TO EXPECTED-LEN
001088      END-COMPUTE.
001090      IF FF-REC-LEN NOT = EXPECTED-LEN
001092          SET TL-MALFORMED (TILE-IDX) TO TRUE
001094          PERFORM 3500-DRAW-BLANK-TILE
001096              THRU 3500-DRAW-BLANK-TILE-EXIT
001098          GO TO 3100-DRAW-ONE-TILE-EXIT
001100      END-IF.
001102      SET TL-PICTURED (TILE-IDX) TO TRUE.
001104      ADD 1 TO TILES-PICTURED.
001106      PERFORM 3200-DRAW-THUMBNAIL THRU 3200-DRAW-THUMBNAIL-EXIT.
001108 3100-DRAW-ONE-TILE-EXIT.
001110      EXIT.
001112
001114******************************************************************
001116* 3200-DRAW-THUMBNAIL -- FIT THE FRAME INSIDE THE 160 X 120 BOX
001118*   KEEPING ITS SHAPE, CENTER IT ON BLACK, AND TAKE EACH
001120*   THUMBNAIL PIXEL FROM THE NEAREST SOURCE PIXEL.
001122******************************************************************
001124 3200-DRAW-THUMBNAIL.
001126      IF FRAME-WIDTH * THUMB-BOX-H NOT <
001128         FRAME-HEIGHT * THUMB-BOX-W
001130          MOVE THUMB-BOX-W TO THUMB-W
001132          COMPUTE THUMB-H = FRAME-HEIGHT * THUMB-BOX-W
001134                          / FRAME-WIDTH
001136      ELSE
001138          MOVE THUMB-BOX-H TO THUMB-H
001140          COMPUTE THUMB-W = FRAME-WIDTH * THUMB-BOX-H
001142                          / FRAME-HEIGHT
001144      END-IF.
001146*     NEVER ENLARGE A FRAME SMALLER THAN THE BOX.
001148      IF THUMB-W > FRAME-WIDTH OR THUMB-H > FRAME-HEIGHT
001150          MOVE FRAME-WIDTH TO THUMB-W
001152          MOVE FRAME-HEIGHT TO THUMB-H
001154      END-IF.
001156      IF THUMB-W < 1
001158          MOVE 1 TO THUMB-W
001160      END-IF.
001162      IF THUMB-H < 1
001164          MOVE 1 TO THUMB-H
001166      END-IF.
001168      MOVE TILE-X0 TO FILL-X0.
001170      MOVE TILE-Y0 TO FILL-Y0.
001172      MOVE THUMB-BOX-W TO FILL-W.
001174      MOVE THUMB-BOX-H TO FILL-H.
001176      MOVE BACK-PIXEL TO FILL-PIXEL.
001178      PERFORM 3800-FILL-BOX THRU 3800-FILL-BOX-EXIT.
001180      COMPUTE THUMB-X0 = TILE-X0 + (THUMB-BOX-W - THUMB-W) / 2.
001182      COMPUTE THUMB-Y0 = TILE-Y0 + (THUMB-BOX-H - THUMB-H) / 2.
001184      PERFORM 3210-THUMBNAIL-ROW THRU 3210-THUMBNAIL-ROW-EXIT
001186          VARYING TY FROM 0 BY 1 UNTIL TY NOT < THUMB-H.
001188 3200-DRAW-THUMBNAIL-EXIT.
001190      EXIT.
001192
001194 3210-THUMBNAIL-ROW.
001196      COMPUTE SRC-Y = TY * FRAME-HEIGHT / THUMB-H.
001198      IF FRAME-BOTTOM-UP
001200          COMPUTE SRC-Y = FRAME-HEIGHT - 1 - SRC-Y
001202      END-IF.
001204      PERFORM 3220-THUMBNAIL-PIXEL THRU 3220-THUMBNAIL-PIXEL-EXIT
001206          VARYING TX FROM 0 BY 1 UNTIL TX NOT < THUMB-W.
001208 3210-THUMBNAIL-ROW-EXIT.
001210      EXIT.
001212
001214 3220-THUMBNAIL-PIXEL.
001216      COMPUTE SRC-X = TX * FRAME-WIDTH / THUMB-W.
001218      COMPUTE SRC-OFS = (SRC-Y * FRAME-WIDTH + SRC-X) * 4 + 1.
001220      COMPUTE DST-OFS = ((THUMB-Y0 + TY) * SHEET-WIDTH
001222                        + THUMB-X0 + TX) * 4 + 1.
001224      MOVE FR-PIXELS (SRC-OFS:4) TO SF-PIXELS (DST-OFS:4).
001226 3220-THUMBNAIL-PIXEL-EXIT.
001228      EXIT.
001230
001232******************************************************************
001234* 3500-DRAW-BLANK-TILE -- A FRAME THAT COULD NOT BE SHOWN: FILL
001236*   THE BOX GREY AND CROSS IT CORNER TO CORNER IN RED.
001238******************************************************************
001240 3500-DRAW-BLANK-TILE.
001242      ADD 1 TO TILES-BLANK.
001244      MOVE TILE-X0 TO FILL-X0.
001246      MOVE TILE-Y0 TO FILL-Y0.
001248      MOVE THUMB-BOX-W TO FILL-W.
001250      MOVE THUMB-BOX-H TO FILL-H.
001252      MOVE BLANK-PIXEL TO FILL-PIXEL.
001254      PERFORM 3800-FILL-BOX THRU 3800-FILL-BOX-EXIT.
001256      PERFORM 3510-MARK-ONE-COLUMN THRU 3510-MARK-ONE-COLUMN-EXIT
001258          VARYING TX FROM 0 BY 1 UNTIL TX NOT < THUMB-BOX-W.
001260 3500-DRAW-BLANK-TILE-EXIT.
001262      EXIT.
001264
001266 3510-MARK-ONE-COLUMN.
001268      COMPUTE TY = TX * (THUMB-BOX-H - 1) / (THUMB-BOX-W - 1).
001270      COMPUTE DST-OFS = ((TILE-Y0 + TY) * SHEET-WIDTH
001272                        + TILE-X0 + TX) * 4 + 1.
001274      MOVE MARK-PIXEL TO SF-PIXELS (DST-OFS:4).
001276      COMPUTE TY = THUMB-BOX-H - 1 - TY.
001278      COMPUTE DST-OFS = ((TILE-Y0 + TY) * SHEET-WIDTH
001280                        + TILE-X0 + TX) * 4 + 1.
001282      MOVE MARK-PIXEL TO SF-PIXELS (DST-OFS:4).
001284 3510-MARK-ONE-COLUMN-EXIT.
001286      EXIT.
001288
001290******************************************************************
001292* 3800-FILL-BOX -- PAINT FILL-W X FILL-H PIXELS AT FILL-X0,
001294*   FILL-Y0 IN FILL-PIXEL.
001296******************************************************************
001298 3800-FILL-BOX.
001300      PERFORM 3810-FILL-BOX-ROW THRU 3810-FILL-BOX-ROW-EXIT
001302          VARYING TY FROM 0 BY 1 UNTIL TY NOT < FILL-H.
001304 3800-FILL-BOX-EXIT.
001306      EXIT.
001308
001310 3810-FILL-BOX-ROW.
001312      COMPUTE DST-OFS = ((FILL-Y0 + TY) * SHEET-WIDTH + FILL-X0)
001314                        * 4 + 1.
001316      PERFORM 3820-FILL-BOX-PIXEL THRU 3820-FILL-BOX-PIXEL-EXIT
001318          VARYING PIX-IDX FROM 1 BY 1 UNTIL PIX-IDX > FILL-W.
001320 3810-FILL-BOX-ROW-EXIT.
001322      EXIT.
001324
001326 3820-FILL-BOX-PIXEL.
001328      MOVE FILL-PIXEL TO SF-PIXELS (DST-OFS:4).
001330      ADD 4 TO DST-OFS.
001332 3820-FILL-BOX-PIXEL-EXIT.
001334      EXIT.
001336
001338******************************************************************
001340* 4000-WRITE-SHEET -- WRITE THE SHEET AS ONE FRAME RECORD, THEN
001342*   CATALOG IT SO RETENTION AND THE AUDIT SEE IT.
001344******************************************************************
001346 4000-WRITE-SHEET.
001348      MOVE SPACES TO SHEET-DS-NAME.
001350      STRING "FRAME" SHEET-DATE "-" DELIMITED BY SIZE
001352          SHEET-RUN-ID DELIMITED BY SPACE
001354          "-G" SHEET-GEN "-" DELIMITED BY SIZE
001356          SHEET-SELECTION DELIMITED BY SPACE
001358          ".BMP" DELIMITED BY SIZE
001360          INTO SHEET-DS-NAME.
001362      MOVE SHEET-WIDTH TO SH-WIDTH-PX.
001364      COMPUTE SH-HEIGHT-PX = 0 - SHEET-HEIGHT.
001366      COMPUTE SH-FILESIZE = 54 + SHEET-BYTES.
001368      MOVE SHEET-BYTES TO SH-IMAGESIZE.
001370      COMPUTE SF-REC-LEN = 54 + SHEET-BYTES.
001372      MOVE SHEET-HEADER TO SF-HEADER.
001374      OPEN OUTPUT SHEET-FILE.
001376      IF SF-FILE-STATUS NOT = "00"
001378          DISPLAY "4000-WRITE-SHEET: OPEN FAILED, STATUS="
001380                  SF-FILE-STATUS
001382          MOVE 36 TO RETURN-CODE
001384          STOP RUN
001386      END-IF.
001388      WRITE SHEET-RECORD.
001390      IF SF-FILE-STATUS NOT = "00"
001392          DISPLAY "4000-WRITE-SHEET: WRITE FAILED, STATUS="
001394                  SF-FILE-STATUS
001396          MOVE 36 TO RETURN-CODE
001398          STOP RUN
001400      END-IF.
001402      CLOSE SHEET-FILE.
001404      SET SHEET-WRITTEN TO TRUE.
001406      PERFORM 4100-CATALOG-SHEET THRU 4100-CATALOG-SHEET-EXIT.
001408 4000-WRITE-SHEET-EXIT.
001410      EXIT.
001412
001414* THE CATALOG ENTRY CARRIES THE TILE COUNT AS ITS ITERATION
001416* COUNT AND THE CONDITION CODE THIS STEP ENDS WITH.
001418 4100-CATALOG-SHEET.
001420      PERFORM 9100-SET-FINAL-RC THRU 9100-SET-FINAL-RC-EXIT.
001422      OPEN EXTEND ARCHIVE-CATALOG-FILE.
001424      IF AC-FILE-STATUS = "35"
001426          OPEN OUTPUT ARCHIVE-CATALOG-FILE
001428      END-IF.
001430      IF AC-FILE-STATUS NOT = "00"
001432          DISPLAY "4100-CATALOG-SHEET: ARCHCAT OPEN FAILED, "
001434                  "STATUS=" AC-FILE-STATUS
001436          MOVE 36 TO RETURN-CODE
001438          STOP RUN
001440      END-IF.
001442      MOVE SPACES TO CATALOG-RECORD.
001444      MOVE SHEET-RUN-ID TO AC-RUN-ID.
001446      MOVE SHEET-DATE TO AC-RUN-DATE.
001448      ACCEPT AC-RUN-TIME FROM TIME.
001450      MOVE SHEET-GEN TO AC-GENERATION.
001452      MOVE SHEET-DS-NAME TO AC-FRAME-NAME.
001454      MOVE TILE-COUNT TO AC-ITER-COUNT.
001456      MOVE FINAL-RC TO AC-RETURN-CODE.
001458      WRITE CATALOG-RECORD.
001460      IF AC-FILE-STATUS NOT = "00"
001462          DISPLAY "4100-CATALOG-SHEET: WRITE FAILED, "
001464                  "STATUS=" AC-FILE-STATUS
001466      END-IF.
001468      CLOSE ARCHIVE-CATALOG-FILE.
001470 4100-CATALOG-SHEET-EXIT.
001472      EXIT.
001474
001476******************************************************************
001478* 8000-SHEET-KEY -- THE PRINTED KEY: ONE LINE PER TILE, IN SHEET
001480*   ORDER WITH ITS ROW AND COLUMN, THEN THE TOTALS.
001482******************************************************************
001484 8000-SHEET-KEY.
001486      IF SHEET-WRITTEN
001488          MOVE SPACES TO SHEET-REPORT-RECORD
001490          STRING "SHEET FRAME............. " DELIMITED BY SIZE
001492              SHEET-DS-NAME DELIMITED BY SPACE
001494              INTO SHEET-REPORT-RECORD
001496          WRITE SHEET-REPORT-RECORD
001498          MOVE SPACES TO SHEET-REPORT-RECORD
001500          STRING "TILE ROW COL SCENE    GEN   RC   "
001502              "STATUS    FRAME"
001504              DELIMITED BY SIZE INTO SHEET-REPORT-RECORD
001506          WRITE SHEET-REPORT-RECORD
001508          PERFORM 8100-KEY-ONE-TILE THRU 8100-KEY-ONE-TILE-EXIT
001510              VARYING TILE-IDX FROM 1 BY 1
001512              UNTIL TILE-IDX > TILE-COUNT
001514      END-IF.
001516
001518      MOVE SPACES TO SHEET-REPORT-RECORD.
001520      STRING "CATALOG ENTRIES READ.... " CAT-ENTRIES-READ
001522          DELIMITED BY SIZE INTO SHEET-REPORT-RECORD.
001524      WRITE SHEET-REPORT-RECORD.
001526
001528      MOVE SPACES TO SHEET-REPORT-RECORD.
001530      STRING "TILES PICTURED.......... " TILES-PICTURED
001532          DELIMITED BY SIZE INTO SHEET-REPORT-RECORD.
001534      WRITE SHEET-REPORT-RECORD.
001536
001538      MOVE SPACES TO SHEET-REPORT-RECORD.
001540      STRING "TILES BLANK (MISSING/BAD) " TILES-BLANK
001542          DELIMITED BY SIZE INTO SHEET-REPORT-RECORD.
001544      WRITE SHEET-REPORT-RECORD.
001546
001548      MOVE SPACES TO SHEET-REPORT-RECORD.
001550      STRING "FRAMES NOT ON SHEET..... " FRAMES-OVERFLOW
001552          DELIMITED BY SIZE INTO SHEET-REPORT-RECORD.
001554      WRITE SHEET-REPORT-RECORD.
001556
001558      IF TILE-COUNT = 0
001560          MOVE SPACES TO SHEET-REPORT-RECORD
001562          STRING "*** NO FRAMES CATALOGED FOR THE SELECTION - "
001564              "NO SHEET WRITTEN ***"
001566              DELIMITED BY SIZE INTO SHEET-REPORT-RECORD
001568          WRITE SHEET-REPORT-RECORD
001570      END-IF.
001572 8000-SHEET-KEY-EXIT.
001574      EXIT.
001576
001578 8100-KEY-ONE-TILE.
001580      COMPUTE TILE-ROW = (TILE-IDX - 1) / SHEET-COLS + 1.
001582      COMPUTE TILE-COL = TILE-IDX - (TILE-ROW - 1) * SHEET-COLS.
001584      MOVE TILE-IDX TO TILE-NO-ED.
001586      MOVE TILE-ROW TO TILE-ROW-ED.
001588      MOVE TILE-COL TO TILE-COL-ED.
001590      MOVE SPACES TO SHEET-REPORT-RECORD.
001592      MOVE TILE-NO-ED TO SHEET-REPORT-RECORD (2:3).
001594      MOVE TILE-ROW-ED TO SHEET-REPORT-RECORD (6:2).
001596      MOVE TILE-COL-ED TO SHEET-REPORT-RECORD (10:2).
001598      MOVE TL-SCENE-ID (TILE-IDX) TO SHEET-REPORT-RECORD (14:8).
001600      MOVE TL-GENERATION (TILE-IDX) TO SHEET-REPORT-RECORD (23:5).
001602      MOVE TL-RETURN-CODE (TILE-IDX)
001604          TO SHEET-REPORT-RECORD (29:4).
001606      EVALUATE TRUE
001608          WHEN TL-PICTURED (TILE-IDX)
001610              MOVE "OK" TO SHEET-REPORT-RECORD (34:9)
001612          WHEN TL-MISSING (TILE-IDX)
001614              MOVE "MISSING" TO SHEET-REPORT-RECORD (34:9)
001616          WHEN OTHER
001618              MOVE "MALFORMED" TO SHEET-REPORT-RECORD (34:9)
001620      END-EVALUATE.
001622      MOVE TL-FRAME-NAME (TILE-IDX)
001624          TO SHEET-REPORT-RECORD (44:44).
001626      WRITE SHEET-REPORT-RECORD.
001628 8100-KEY-ONE-TILE-EXIT.
001630      EXIT.
001632
001634******************************************************************
001636* 9000-TERMINATE -- CLOSE THE KEY AND SET THE STEP CONDITION
001638*   CODE.
001640******************************************************************
001642 9000-TERMINATE.
001644      CLOSE SHEET-REPORT-FILE.
001646      PERFORM 9100-SET-FINAL-RC THRU 9100-SET-FINAL-RC-EXIT.
001648      MOVE FINAL-RC TO RETURN-CODE.
001650 9000-TERMINATE-EXIT.
001652      EXIT.
001654
001656* 4 WHEN ANY TILE IS BLANK, ANY FRAME DID NOT FIT, OR THERE WAS
001658* NOTHING TO SHOW; OTHERWISE 0.
001660 9100-SET-FINAL-RC.
001662      MOVE 0 TO FINAL-RC.
001664      IF TILES-BLANK > 0 OR FRAMES-OVERFLOW > 0 OR TILE-COUNT = 0
001666          MOVE 4 TO FINAL-RC
001668      END-IF.
001670 9100-SET-FINAL-RC-EXIT.
001672      EXIT.
001674
001676 END PROGRAM FRMSHEET.
