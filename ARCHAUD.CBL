000180* DATE       INIT  DESCRIPTION
000182* ---------- ----  ---------------------------------------------
000184* 2026-09-02 DW    ORIGINAL ARCHIVE INTEGRITY AUDITOR.
000186* 2026-10-15 DW    ARCHCAT CARRIES THE RUN GROUP OF A SPLIT FEED
000188*                  (AC-RUN-GROUP, APPENDED; BLANK ON OLDER
000190*                  ENTRIES).
000192* Tectonics: cobc
000194******************************************************************
000196 IDENTIFICATION DIVISION.
000198 PROGRAM-ID. ARCHAUD.
000200 ENVIRONMENT DIVISION.
000202 INPUT-OUTPUT SECTION.
000204 FILE-CONTROL.
000206     SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
000208         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS AC-FILE-STATUS.
000212     SELECT FRAME-FILE ASSIGN TO FRAME-DS-NAME
000214         ORGANIZATION IS SEQUENTIAL
000216         FILE STATUS IS FF-FILE-STATUS.
000218     SELECT DIR-LIST-FILE ASSIGN TO "ARCHDIR"
000220         ORGANIZATION IS LINE SEQUENTIAL
000222         FILE STATUS IS DL-FILE-STATUS.
000224     SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDRPT"
000226         ORGANIZATION IS LINE SEQUENTIAL
000228         FILE STATUS IS AD-FILE-STATUS.
000230 DATA DIVISION.
000232 FILE SECTION.
000234* CATALOG-RECORD MIRRORS THE LAYOUT 9500-WRITE-CATALOG IN
000236* MAIN-METHOD APPENDS AND ARCHMNT MANAGES - KEEP THE THREE IN
000238* STEP.
000240 FD  ARCHIVE-CATALOG-FILE.
000242 01  CATALOG-RECORD.
000244     05  AC-RUN-ID       PIC X(8).
000246     05  FILLER          PIC X(1).
000248     05  AC-RUN-DATE     PIC 9(8).
000250     05  FILLER          PIC X(1).
000252     05  AC-RUN-TIME     PIC 9(8).
000254     05  FILLER          PIC X(1).
000256     05  AC-GENERATION   PIC 9(5).
000258     05  FILLER          PIC X(1).
000260     05  AC-FRAME-NAME   PIC X(44).
000262     05  FILLER          PIC X(1).
000264     05  AC-ITER-COUNT   PIC 9(4).
000266     05  FILLER          PIC X(1).
000268     05  AC-RETURN-CODE  PIC 9(4).
000270     05  FILLER          PIC X(1).
000272     05  AC-RUN-GROUP    PIC X(8).
000274* THE FRAME FD MIRRORS FRAME-FILE IN MAIN-METHOD (AND FRAMECMP)
000276* SO THE AUDIT READS THE SAME ON-DISK FORMAT 8000-CAPTURE-FRAME
000278* PRODUCES: ONE VARYING RECORD, 54-BYTE BMP HEADER PLUS PIXELS.
000280 FD  FRAME-FILE
000282     RECORD IS VARYING IN SIZE FROM 54 TO 4000054
000284     CHARACTERS DEPENDING ON FF-REC-LEN.
000286 01  FRAME-RECORD.
000288     05  FR-HEADER       PIC X(54).
000290     05  FR-PIXELS       PIC X(4000000).
000292 FD  DIR-LIST-FILE.
000294 01  DIR-LIST-RECORD     PIC X(44).
000296 FD  AUDIT-REPORT-FILE.
000298 01  AUDIT-REPORT-RECORD PIC X(100).
000300 WORKING-STORAGE SECTION.
000302  77 AC-FILE-STATUS PIC X(2) VALUE "00".
000304  77 FF-FILE-STATUS PIC X(2) VALUE "00".
000306  77 DL-FILE-STATUS PIC X(2) VALUE "00".
000308  77 AD-FILE-STATUS PIC X(2) VALUE "00".
000310  77 AC-EOF-SW PIC X(1) VALUE "N".
000312      88 AC-AT-EOF VALUE "Y".
000314  77 DL-EOF-SW PIC X(1) VALUE "N".
000316      88 DL-AT-EOF VALUE "Y".
000318  77 FF-REC-LEN PIC 9(9) COMP-5 VALUE 0.
000320  77 FRAME-DS-NAME PIC X(44) VALUE SPACES.
000322  77 REBUILD-SW PIC X(1) VALUE "N".
000324      88 REBUILD-WANTED VALUE "Y".
000326  77 AUDIT-DATE PIC 9(8) VALUE 0.
000328  77 ENTRIES-READ PIC 9(6) VALUE 0.
000330  77 FRAMES-VERIFIED PIC 9(6) VALUE 0.
000332  77 FRAMES-MISSING PIC 9(6) VALUE 0.
000334  77 FRAMES-MALFORMED PIC 9(6) VALUE 0.
000336  77 DISK-FILES-SEEN PIC 9(6) VALUE 0.
000338  77 ORPHANS-FOUND PIC 9(6) VALUE 0.
000340  77 ORPHANS-REBUILT PIC 9(6) VALUE 0.
000342  77 NAMES-UNPARSED PIC 9(6) VALUE 0.
000344  77 CAT-ENTRIES PIC 9(4) COMP VALUE 0.
000346  77 CAT-IDX PIC 9(4) COMP VALUE 0.
000348  77 CAT-HIT PIC 9(4) COMP VALUE 0.
000350  77 CAT-FULL-SW PIC X(1) VALUE "N".
000352      88 CAT-TABLE-FULL VALUE "Y".
000354* THE CATALOG IS READ INPUT FOR THE AUDIT, THEN REOPENED EXTEND
000356* ONCE IF THE REBUILD HAS ANYTHING TO APPEND.
000358  77 CAT-EXTEND-SW PIC X(1) VALUE "N".
000360      88 CAT-EXTEND-OPEN VALUE "Y".
000362* NAME-PARSE WORK FIELDS FOR THE REBUILD:
000364* FRAME<YYYYMMDD>-<RUNID>-G<GGGGG>[-<SCENE>].BMP
000366  77 PARSE-DATE PIC X(8) VALUE SPACES.
000368  77 PARSE-DATE-NUM REDEFINES PARSE-DATE PIC 9(8).
000370  77 PARSE-RUN-ID PIC X(8) VALUE SPACES.
000372  77 PARSE-GEN PIC X(5) VALUE SPACES.
000374  77 PARSE-GEN-NUM REDEFINES PARSE-GEN PIC 9(5).
000376  77 PARSE-TAIL PIC X(30) VALUE SPACES.
000378  77 PARSE-REST PIC X(38) VALUE SPACES.
000380  77 PARSE-OK-SW PIC X(1) VALUE "N".
000382      88 PARSE-OK VALUE "Y".
000384  77 SHELL-RC PIC S9(9) COMP-5 VALUE 0.
000386  77 LIST-COMMAND PIC X(60)
000388      VALUE Z"ls FRAME*.BMP > ARCHDIR 2>/dev/null".
000390* THE WHOLE CATALOG IS HELD IN STORAGE FOR THE ORPHAN LOOKUP -
000392* SAME 1000-ENTRY CEILING AS ARCHMNT.
000394  01 CATALOG-TABLE.
000396   05 CAT-ENTRY OCCURS 1000 TIMES.
000398    10 CT-FRAME-NAME PIC X(44).
000400    10 CT-RUN-ID PIC X(8).
000402  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000404  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000406  77 PARM-KEY PIC X(10) VALUE SPACES.
000408  77 PARM-VAL PIC X(20) VALUE SPACES.
000410  01 PARM-TABLE.
000412   05 PARM-ENTRY PIC X(30) OCCURS 5 TIMES.
000414 PROCEDURE DIVISION.
000416 0000-MAINLINE.
000418      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000420      PERFORM 2000-AUDIT-CATALOG-ENTRY
000422          THRU 2000-AUDIT-CATALOG-ENTRY-EXIT
000424          UNTIL AC-AT-EOF.
000426      PERFORM 4000-SCAN-DISK-FRAMES
000428          THRU 4000-SCAN-DISK-FRAMES-EXIT.
000430      PERFORM 8000-AUDIT-TOTALS THRU 8000-AUDIT-TOTALS-EXIT.
000432      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000434      GOBACK.
000436
000438******************************************************************
000440* 1000-INITIALIZE -- PICK THE REBUILD OPTION OFF THE PARM, TAKE
000442*   THE DIRECTORY LISTING OF FRAME FILES, AND OPEN THE CATALOG
000444*   AND THE REPORT. NO CATALOG AT ALL IS STILL A FULL AUDIT -
000446*   EVERY FRAME ON DISK IS THEN AN ORPHAN.
000448******************************************************************
000450 1000-INITIALIZE.
000452      ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
000454      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000456      IF CONFIG-PARM NOT = SPACES
000458          UNSTRING CONFIG-PARM DELIMITED BY ","
000460              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000462                   PARM-ENTRY(4) PARM-ENTRY(5)
000464          PERFORM 1050-PARSE-PARM-FIELD
000466              THRU 1050-PARSE-PARM-FIELD-EXIT
000468              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
000470      END-IF.
000472*     THE LISTING IS TAKEN FIRST SO THE AUDIT AND THE DISK VIEW
000474*     ARE AS CLOSE TO THE SAME MOMENT AS A BATCH STEP CAN GET.
000476      CALL "SYSTEM" USING BY REFERENCE LIST-COMMAND
000478          RETURNING SHELL-RC.
000480      IF SHELL-RC NOT = 0
000482          DISPLAY "1000-INITIALIZE: DIRECTORY LISTING ENDED "
000484                  "RC=" SHELL-RC " - NO FRAMES ON DISK OR NO "
000486                  "SHELL; ORPHAN SCAN MAY BE EMPTY"
000488      END-IF.
000490      OPEN INPUT ARCHIVE-CATALOG-FILE.
000492      IF AC-FILE-STATUS = "35"
000494          DISPLAY "1000-INITIALIZE: NO ARCHIVE CATALOG - EVERY "
000496                  "FRAME ON DISK WILL SHOW AS AN ORPHAN"
000498          SET AC-AT-EOF TO TRUE
000500      ELSE
000502          IF AC-FILE-STATUS NOT = "00"
000504              DISPLAY "1000-INITIALIZE: ARCHCAT OPEN FAILED, "
000506                      "STATUS=" AC-FILE-STATUS
000508              MOVE 32 TO RETURN-CODE
000510              STOP RUN
000512          END-IF
000514      END-IF.
000516      OPEN OUTPUT AUDIT-REPORT-FILE.
000518      IF AD-FILE-STATUS NOT = "00"
000520          DISPLAY "1000-INITIALIZE: AUDRPT OPEN FAILED, "
000522                  "STATUS=" AD-FILE-STATUS
000524          MOVE 36 TO RETURN-CODE
000526          STOP RUN
000528      END-IF.
000530      MOVE SPACES TO AUDIT-REPORT-RECORD.
000532      STRING "ARCHIVE INTEGRITY AUDIT - " AUDIT-DATE
000534          DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
000536      WRITE AUDIT-REPORT-RECORD.
000538 1000-INITIALIZE-EXIT.
000540      EXIT.
000542
000544 1050-PARSE-PARM-FIELD.
000546      IF PARM-ENTRY(PARM-IDX) = SPACES
000548          GO TO 1050-PARSE-PARM-FIELD-EXIT
000550      END-IF.
000552
000554      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000556          INTO PARM-KEY PARM-VAL.
000558
000560      EVALUATE PARM-KEY
000562          WHEN "REBUILD"
000564              IF PARM-VAL(1:1) = "Y"
000566                  SET REBUILD-WANTED TO TRUE
000568              END-IF
000570          WHEN OTHER
000572              CONTINUE
000574      END-EVALUATE.
000576 1050-PARSE-PARM-FIELD-EXIT.
000578      EXIT.
000580
000582******************************************************************
000584* 2000-AUDIT-CATALOG-ENTRY -- READ ONE CATALOG RECORD, REMEMBER
000586*   ITS FRAME NAME FOR THE ORPHAN SCAN, AND VERIFY THE FILE IS
000588*   ON DISK WITH A PLAUSIBLE BMP HEADER. A MISSING OR MALFORMED
000590*   FILE GOES ON THE EXCEPTIONS REPORT.
000592******************************************************************
000594 2000-AUDIT-CATALOG-ENTRY.
000596      READ ARCHIVE-CATALOG-FILE INTO CATALOG-RECORD
000598          AT END
000600              SET AC-AT-EOF TO TRUE
000602              GO TO 2000-AUDIT-CATALOG-ENTRY-EXIT
000604      END-READ.
000606      ADD 1 TO ENTRIES-READ.
000608      IF CAT-ENTRIES >= 1000
000610          IF NOT CAT-TABLE-FULL
000612              DISPLAY "2000-AUDIT-CATALOG-ENTRY: CATALOG TABLE "
000614                      "FULL - ORPHAN SCAN WILL OVER-REPORT, "
000616                      "REVIEW THE CATALOG SIZE"
000618              SET CAT-TABLE-FULL TO TRUE
000620          END-IF
000622      ELSE
000624          ADD 1 TO CAT-ENTRIES
000626          MOVE AC-FRAME-NAME TO CT-FRAME-NAME (CAT-ENTRIES)
000628          MOVE AC-RUN-ID TO CT-RUN-ID (CAT-ENTRIES)
000630      END-IF.
000632      PERFORM 2100-VERIFY-ONE-FRAME
000634          THRU 2100-VERIFY-ONE-FRAME-EXIT.
000636 2000-AUDIT-CATALOG-ENTRY-EXIT.
000638      EXIT.
000640
000642* A FRAME IS PLAUSIBLE WHEN IT OPENS, ITS ONE RECORD IS AT
000644* LEAST THE 54-BYTE BMP HEADER, AND THE HEADER LEADS WITH THE
000646* "BM" MAGIC 8000-CAPTURE-FRAME WRITES. ANYTHING SHORT OF THAT
000648* IS A TRUNCATED OR FOREIGN FILE THE CATALOG SHOULD NOT VOUCH
000650* FOR.
000652 2100-VERIFY-ONE-FRAME.
000654      MOVE AC-FRAME-NAME TO FRAME-DS-NAME.
000656      OPEN INPUT FRAME-FILE.
000658      IF FF-FILE-STATUS = "35"
000660          ADD 1 TO FRAMES-MISSING
000662          MOVE SPACES TO AUDIT-REPORT-RECORD
000664          STRING "MISSING   " AC-RUN-ID " "
000666              DELIMITED BY SIZE
000668              AC-FRAME-NAME DELIMITED BY SPACE
000670              INTO AUDIT-REPORT-RECORD
000672          WRITE AUDIT-REPORT-RECORD
000674          GO TO 2100-VERIFY-ONE-FRAME-EXIT
000676      END-IF.
000678      IF FF-FILE-STATUS NOT = "00"
000680          ADD 1 TO FRAMES-MISSING
000682          MOVE SPACES TO AUDIT-REPORT-RECORD
000684          STRING "UNREADABLE " AC-RUN-ID " STATUS "
000686              FF-FILE-STATUS " "
000688              DELIMITED BY SIZE
000690              AC-FRAME-NAME DELIMITED BY SPACE
000692              INTO AUDIT-REPORT-RECORD
000694          WRITE AUDIT-REPORT-RECORD
000696          GO TO 2100-VERIFY-ONE-FRAME-EXIT
000698      END-IF.
000700      READ FRAME-FILE
000702          AT END
000704              ADD 1 TO FRAMES-MALFORMED
000706              MOVE SPACES TO AUDIT-REPORT-RECORD
000708              STRING "EMPTY     " AC-RUN-ID " "
000710                  DELIMITED BY SIZE
000712                  AC-FRAME-NAME DELIMITED BY SPACE
000714                  INTO AUDIT-REPORT-RECORD
000716              WRITE AUDIT-REPORT-RECORD
000718              CLOSE FRAME-FILE
000720              GO TO 2100-VERIFY-ONE-FRAME-EXIT
000722      END-READ.
000724      IF FF-REC-LEN < 54 OR FR-HEADER (1:2) NOT = "BM"
000726          ADD 1 TO FRAMES-MALFORMED
000728          MOVE SPACES TO AUDIT-REPORT-RECORD
000730          STRING "MALFORMED " AC-RUN-ID " "
000732              DELIMITED BY SIZE
000734              AC-FRAME-NAME DELIMITED BY SPACE
000736              INTO AUDIT-REPORT-RECORD
000738          WRITE AUDIT-REPORT-RECORD
000740      ELSE
000742          ADD 1 TO FRAMES-VERIFIED
000744      END-IF.
000746      CLOSE FRAME-FILE.
000748 2100-VERIFY-ONE-FRAME-EXIT.
000750      EXIT.
000752
000754******************************************************************
000756* 4000-SCAN-DISK-FRAMES -- WALK THE DIRECTORY LISTING AND FLAG
000758*   EVERY FRAME FILE NO CATALOG RECORD CLAIMS. WITH REBUILD=Y
000760*   EACH ORPHAN GETS A CATALOG RECORD REGENERATED FROM ITS
000762*   NAME, SO ARCHMNT CAN APPLY RETENTION TO IT AGAIN.
000764******************************************************************
000766 4000-SCAN-DISK-FRAMES.
000768*     THE CATALOG PASS IS OVER - RELEASE THE INPUT OPEN SO THE
000770*     REBUILD CAN EXTEND THE FILE.
000772      IF AC-FILE-STATUS NOT = "35"
000774          CLOSE ARCHIVE-CATALOG-FILE
000776      END-IF.
000778      OPEN INPUT DIR-LIST-FILE.
000780      IF DL-FILE-STATUS = "35"
000782          DISPLAY "4000-SCAN-DISK-FRAMES: NO DIRECTORY LISTING "
000784                  "- ORPHAN SCAN SKIPPED"
000786          GO TO 4000-SCAN-DISK-FRAMES-EXIT
000788      END-IF.
000790      IF DL-FILE-STATUS NOT = "00"
000792          DISPLAY "4000-SCAN-DISK-FRAMES: ARCHDIR OPEN FAILED, "
000794                  "STATUS=" DL-FILE-STATUS
000796          GO TO 4000-SCAN-DISK-FRAMES-EXIT
000798      END-IF.
000800      PERFORM 4100-CHECK-ONE-DISK-FILE
000802          THRU 4100-CHECK-ONE-DISK-FILE-EXIT
000804          UNTIL DL-AT-EOF.
000806      CLOSE DIR-LIST-FILE.
000808 4000-SCAN-DISK-FRAMES-EXIT.
000810      EXIT.
000812
000814 4100-CHECK-ONE-DISK-FILE.
000816      READ DIR-LIST-FILE INTO DIR-LIST-RECORD
000818          AT END
000820              SET DL-AT-EOF TO TRUE
000822              GO TO 4100-CHECK-ONE-DISK-FILE-EXIT
000824      END-READ.
000826      IF DIR-LIST-RECORD = SPACES
000828          GO TO 4100-CHECK-ONE-DISK-FILE-EXIT
000830      END-IF.
000832      ADD 1 TO DISK-FILES-SEEN.
000834      MOVE 0 TO CAT-HIT.
000836      PERFORM 4150-SEARCH-CATALOG
000838          THRU 4150-SEARCH-CATALOG-EXIT
000840          VARYING CAT-IDX FROM 1 BY 1
000842          UNTIL CAT-IDX > CAT-ENTRIES OR CAT-HIT > 0.
000844      IF CAT-HIT > 0
000846          GO TO 4100-CHECK-ONE-DISK-FILE-EXIT
000848      END-IF.
000850      ADD 1 TO ORPHANS-FOUND.
000852      MOVE SPACES TO AUDIT-REPORT-RECORD.
000854      STRING "ORPHAN    " DELIMITED BY SIZE
000856          DIR-LIST-RECORD DELIMITED BY SPACE
000858          INTO AUDIT-REPORT-RECORD.
000860      WRITE AUDIT-REPORT-RECORD.
000862      IF REBUILD-WANTED
000864          PERFORM 4200-REBUILD-ONE-ORPHAN
000866              THRU 4200-REBUILD-ONE-ORPHAN-EXIT
000868      END-IF.
000870 4100-CHECK-ONE-DISK-FILE-EXIT.
000872      EXIT.
000874
000876 4150-SEARCH-CATALOG.
000878      IF CT-FRAME-NAME (CAT-IDX) = DIR-LIST-RECORD
000880          MOVE CAT-IDX TO CAT-HIT
000882      END-IF.
000884 4150-SEARCH-CATALOG-EXIT.
000886      EXIT.
000888
000890******************************************************************
000892* 4200-REBUILD-ONE-ORPHAN -- REGENERATE A CATALOG RECORD FROM
000894*   THE FRAME<DATE>-<RUNID>-G<GEN>[-<SCENE>].BMP NAME. THE RUN
000896*   TIME, ITERATION COUNT AND RETURN CODE OF THE DEAD RUN ARE
000898*   GONE FOR GOOD AND ARE RECORDED AS ZERO - ENOUGH FOR THE
000900*   RETENTION POLICY, WHICH JUDGES BY DATE AND GENERATION.
000902******************************************************************
000904 4200-REBUILD-ONE-ORPHAN.
000906      PERFORM 4250-PARSE-FRAME-NAME
000908          THRU 4250-PARSE-FRAME-NAME-EXIT.
000910      IF NOT PARSE-OK
000912          ADD 1 TO NAMES-UNPARSED
000914          MOVE SPACES TO AUDIT-REPORT-RECORD
000916          STRING "UNPARSED  " DELIMITED BY SIZE
000918              DIR-LIST-RECORD DELIMITED BY SPACE
000920              " - NOT RECATALOGED" DELIMITED BY SIZE
000922              INTO AUDIT-REPORT-RECORD
000924          WRITE AUDIT-REPORT-RECORD
000926          GO TO 4200-REBUILD-ONE-ORPHAN-EXIT
000928      END-IF.
000930      IF NOT CAT-EXTEND-OPEN
000932          OPEN EXTEND ARCHIVE-CATALOG-FILE
000934          IF AC-FILE-STATUS = "35"
000936              OPEN OUTPUT ARCHIVE-CATALOG-FILE
000938          END-IF
000940          IF AC-FILE-STATUS NOT = "00"
000942              DISPLAY "4200-REBUILD-ONE-ORPHAN: ARCHCAT REOPEN "
000944                      "FAILED, STATUS=" AC-FILE-STATUS
000946              GO TO 4200-REBUILD-ONE-ORPHAN-EXIT
000948          END-IF
000950          SET CAT-EXTEND-OPEN TO TRUE
000952      END-IF.
000954      MOVE SPACES TO CATALOG-RECORD.
000956      MOVE PARSE-RUN-ID TO AC-RUN-ID.
000958      MOVE PARSE-DATE-NUM TO AC-RUN-DATE.
000960      MOVE 0 TO AC-RUN-TIME.
000962      MOVE PARSE-GEN-NUM TO AC-GENERATION.
000964      MOVE DIR-LIST-RECORD TO AC-FRAME-NAME.
000966      MOVE 0 TO AC-ITER-COUNT.
000968      MOVE 0 TO AC-RETURN-CODE.
000970      WRITE CATALOG-RECORD.
000972      IF AC-FILE-STATUS NOT = "00"
000974          DISPLAY "4200-REBUILD-ONE-ORPHAN: WRITE FAILED, "
000976                  "STATUS=" AC-FILE-STATUS
000978      ELSE
000980          ADD 1 TO ORPHANS-REBUILT
000982          MOVE SPACES TO AUDIT-REPORT-RECORD
000984          STRING "RECATALOGED " PARSE-RUN-ID " "
000986              PARSE-DATE " G" PARSE-GEN " "
000988              DELIMITED BY SIZE
000990              DIR-LIST-RECORD DELIMITED BY SPACE
000992              INTO AUDIT-REPORT-RECORD
000994          WRITE AUDIT-REPORT-RECORD
000996      END-IF.
000998 4200-REBUILD-ONE-ORPHAN-EXIT.
001000      EXIT.
001002
001004* THE NAME IS TAKEN APART AGAINST THE CONVENTION 8000-CAPTURE-
001006* FRAME BUILDS IT FROM: A FIXED "FRAME" PREFIX, AN 8-DIGIT
001008* DATE, THEN -RUNID-G<GEN> WITH AN OPTIONAL -SCENE BEFORE THE
001010* .BMP SUFFIX. ANYTHING THAT DOES NOT FIT IS LEFT ALONE.
001012 4250-PARSE-FRAME-NAME.
001014      MOVE "N" TO PARSE-OK-SW.
001016      MOVE SPACES TO PARSE-DATE PARSE-RUN-ID
001018                     PARSE-GEN PARSE-TAIL PARSE-REST.
001020      IF DIR-LIST-RECORD (1:5) NOT = "FRAME"
001022          GO TO 4250-PARSE-FRAME-NAME-EXIT
001024      END-IF.
001026      MOVE DIR-LIST-RECORD (6:8) TO PARSE-DATE.
001028      IF PARSE-DATE-NUM NOT NUMERIC
001030          GO TO 4250-PARSE-FRAME-NAME-EXIT
001032      END-IF.
001034      IF DIR-LIST-RECORD (14:1) NOT = "-"
001036          GO TO 4250-PARSE-FRAME-NAME-EXIT
001038      END-IF.
001040      UNSTRING DIR-LIST-RECORD (15:30) DELIMITED BY "-G"
001042          INTO PARSE-RUN-ID PARSE-TAIL.
001044      IF PARSE-RUN-ID = SPACES OR PARSE-TAIL = SPACES
001046          GO TO 4250-PARSE-FRAME-NAME-EXIT
001048      END-IF.
001050      UNSTRING PARSE-TAIL DELIMITED BY "-" OR "."
001052          INTO PARSE-GEN PARSE-REST.
001054      IF PARSE-GEN-NUM NOT NUMERIC
001056          GO TO 4250-PARSE-FRAME-NAME-EXIT
001058      END-IF.
001060      SET PARSE-OK TO TRUE.
001062 4250-PARSE-FRAME-NAME-EXIT.
001064      EXIT.
001066
001068******************************************************************
001070* 8000-AUDIT-TOTALS -- CLOSE THE EXCEPTIONS REPORT WITH THE
001072*   RECONCILIATION TOTALS BOTH WAYS.
001074******************************************************************
001076 8000-AUDIT-TOTALS.
001078      MOVE SPACES TO AUDIT-REPORT-RECORD.
001080      STRING "CATALOG ENTRIES READ.... " ENTRIES-READ
001082          DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
001084      WRITE AUDIT-REPORT-RECORD.
001086
001088      MOVE SPACES TO AUDIT-REPORT-RECORD.
001090      STRING "FRAMES VERIFIED......... " FRAMES-VERIFIED
001092          DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
001094      WRITE AUDIT-REPORT-RECORD.
001096
001098      MOVE SPACES TO AUDIT-REPORT-RECORD.
001100      STRING "FRAMES MISSING.......... " FRAMES-MISSING
001102          DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
001104      WRITE AUDIT-REPORT-RECORD.
001106
001108      MOVE SPACES TO AUDIT-REPORT-RECORD.
001110      STRING "FRAMES MALFORMED........ " FRAMES-MALFORMED
001112          DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
001114      WRITE AUDIT-REPORT-RECORD.
001116
001118      MOVE SPACES TO AUDIT-REPORT-RECORD.
001120      STRING "FRAME FILES ON DISK..... " DISK-FILES-SEEN
001122          DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
001124      WRITE AUDIT-REPORT-RECORD.
001126
001128      MOVE SPACES TO AUDIT-REPORT-RECORD.
001130      STRING "ORPHANS FOUND........... " ORPHANS-FOUND
001132          DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
001134      WRITE AUDIT-REPORT-RECORD.
001136
001138      MOVE SPACES TO AUDIT-REPORT-RECORD.
001140      STRING "ORPHANS RECATALOGED..... " ORPHANS-REBUILT
001142          DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
001144      WRITE AUDIT-REPORT-RECORD.
001146
001148      MOVE SPACES TO AUDIT-REPORT-RECORD.
001150      STRING "NAMES NOT PARSEABLE..... " NAMES-UNPARSED
001152          DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
001154      WRITE AUDIT-REPORT-RECORD.
001156 8000-AUDIT-TOTALS-EXIT.
001158      EXIT.
001160
001162******************************************************************
001164* 9000-TERMINATE -- CLOSE THE FILES AND SET THE SEVERITY CODE:
001166*   8 WHEN THE CATALOG VOUCHES FOR A FRAME THE DISK CANNOT
001168*   PRODUCE (THE ALARM CASE - A PICTURE SOMEONE MAY ASK FOR IS
001170*   GONE), 4 FOR ORPHANS OR UNPARSEABLE NAMES, 0 WHEN CATALOG
001172*   AND DISK AGREE.
001174******************************************************************
001176 9000-TERMINATE.
001178      IF CAT-EXTEND-OPEN
001180          CLOSE ARCHIVE-CATALOG-FILE
001182      END-IF.
001184      CLOSE AUDIT-REPORT-FILE.
001186      IF FRAMES-MISSING > 0 OR FRAMES-MALFORMED > 0
001188          MOVE 8 TO RETURN-CODE
001190          GO TO 9000-TERMINATE-EXIT
001192      END-IF.
001194      IF ORPHANS-FOUND > 0 OR NAMES-UNPARSED > 0
001196          MOVE 4 TO RETURN-CODE
001198      END-IF.
001200 9000-TERMINATE-EXIT.
001202      EXIT.
001204
001206 END PROGRAM ARCHAUD.
