000154*                  RUNS. CATALOGS WRITTEN BEFORE THE CHANGE
000156*                  NEED A ONE-TIME CONVERSION; THEIR ENTRIES
000158*                  OTHERWISE SHOW AS BAD DATA AND ARE KEPT.
000160* 2026-10-15 DW    ARCHCAT CARRIES THE RUN GROUP OF A SPLIT FEED
000162*                  (AC-RUN-GROUP, APPENDED; BLANK ON OLDER
000164*                  ENTRIES), KEPT THROUGH THE REWRITE.
000166* Tectonics: cobc
000168******************************************************************
000170 IDENTIFICATION DIVISION.
000172 PROGRAM-ID. ARCHMNT.
000174 ENVIRONMENT DIVISION.
000176 INPUT-OUTPUT SECTION.
000178 FILE-CONTROL.
000180     SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
000182         ORGANIZATION IS LINE SEQUENTIAL
000184         FILE STATUS IS AC-FILE-STATUS.
000186     SELECT PURGE-REPORT-FILE ASSIGN TO "PURGERPT"
000188         ORGANIZATION IS LINE SEQUENTIAL
000190         FILE STATUS IS PR-FILE-STATUS.
000192 DATA DIVISION.
000194 FILE SECTION.
000196* CATALOG-RECORD MIRRORS THE LAYOUT 9500-WRITE-CATALOG IN
000198* MAIN-METHOD APPENDS - KEEP THE TWO IN STEP.
000200 FD  ARCHIVE-CATALOG-FILE.
000202 01  CATALOG-RECORD.
000204     05  AC-RUN-ID       PIC X(8).
000206     05  FILLER          PIC X(1).
000208     05  AC-RUN-DATE     PIC 9(8).
000210     05  FILLER          PIC X(1).
000212     05  AC-RUN-TIME     PIC 9(8).
000214     05  FILLER          PIC X(1).
000216     05  AC-GENERATION   PIC 9(5).
000218     05  FILLER          PIC X(1).
000220     05  AC-FRAME-NAME   PIC X(44).
000222     05  FILLER          PIC X(1).
000224     05  AC-ITER-COUNT   PIC 9(4).
000226     05  FILLER          PIC X(1).
000228     05  AC-RETURN-CODE  PIC 9(4).
000230     05  FILLER          PIC X(1).
000232     05  AC-RUN-GROUP    PIC X(8).
000234 FD  PURGE-REPORT-FILE.
000236 01  PURGE-REPORT-RECORD PIC X(100).
000238 WORKING-STORAGE SECTION.
000240  77 AC-FILE-STATUS PIC X(2) VALUE "00".
000242  77 PR-FILE-STATUS PIC X(2) VALUE "00".
000244  77 AC-EOF-SW PIC X(1) VALUE "N".
000246      88 AC-AT-EOF VALUE "Y".
000248  77 TABLE-FULL-SW PIC X(1) VALUE "N".
000250      88 TABLE-FULL VALUE "Y".
000252  77 KEEP-DAYS PIC 9(4) VALUE 0.
000254  77 KEEP-GENS PIC 9(3) VALUE 0.
000256  77 POLICY-SW PIC X(1) VALUE "N".
000258      88 POLICY-GIVEN VALUE "Y".
000260  77 TODAY-DATE PIC 9(8) VALUE 0.
000262  77 TODAY-INT PIC 9(8) VALUE 0.
000264  77 CUTOFF-INT PIC 9(8) VALUE 0.
000266  77 ENTRY-INT PIC 9(8) VALUE 0.
000268  77 CAT-ENTRIES PIC 9(4) COMP VALUE 0.
000270  77 CAT-IDX PIC 9(4) COMP VALUE 0.
000272  77 CAT-IDX2 PIC 9(4) COMP VALUE 0.
000274  77 MAX-GEN PIC 9(5) VALUE 0.
000276  77 GEN-FLOOR PIC 9(5) VALUE 0.
000278  77 ENTRIES-READ PIC 9(6) VALUE 0.
000280  77 ENTRIES-KEPT PIC 9(6) VALUE 0.
000282  77 ENTRIES-PURGED PIC 9(6) VALUE 0.
000284  77 ENTRIES-BAD PIC 9(6) VALUE 0.
000286  77 FILES-DELETED PIC 9(6) VALUE 0.
000288  77 DELETE-FAILURES PIC 9(6) VALUE 0.
000290  77 FILE-DELETE-RC PIC 9(4) COMP VALUE 0.
000292  77 CONFIG-PARM PIC X(80) VALUE SPACES.
000294  77 PARM-IDX PIC 9(1) COMP VALUE 0.
000296  77 PARM-KEY PIC X(10) VALUE SPACES.
000298  77 PARM-VAL PIC X(20) VALUE SPACES.
000300  01 PARM-TABLE.
000302   05 PARM-ENTRY PIC X(30) OCCURS 5 TIMES.
000304* THE WHOLE CATALOG IS HELD IN STORAGE WHILE THE POLICY IS
000306* APPLIED, THEN THE SURVIVORS ARE WRITTEN BACK. 1000 ENTRIES
000308* IS YEARS OF NIGHTLY RUNS AT CURRENT VOLUMES.
000310  01 CATALOG-TABLE.
000312   05 CAT-ENTRY OCCURS 1000 TIMES.
000314    10 CT-RUN-ID PIC X(8).
000316    10 CT-RUN-DATE PIC 9(8).
000318    10 CT-RUN-TIME PIC 9(8).
000320    10 CT-GENERATION PIC 9(5).
000322    10 CT-FRAME-NAME PIC X(44).
000324    10 CT-ITER-COUNT PIC 9(4).
000326    10 CT-RETURN-CODE PIC 9(4).
000328    10 CT-RUN-GROUP PIC X(8).
000330    10 CT-PURGE-SW PIC X(1).
000332        88 CT-PURGE VALUE "Y".
000334 PROCEDURE DIVISION.
000336 0000-MAINLINE.
000338      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000340      PERFORM 2000-LOAD-CATALOG THRU 2000-LOAD-CATALOG-EXIT.
000342      PERFORM 3000-APPLY-POLICY THRU 3000-APPLY-POLICY-EXIT.
000344      PERFORM 4000-PURGE-FILES THRU 4000-PURGE-FILES-EXIT.
000346      PERFORM 5000-REWRITE-CATALOG
000348          THRU 5000-REWRITE-CATALOG-EXIT.
000350      PERFORM 8000-PURGE-REPORT THRU 8000-PURGE-REPORT-EXIT.
000352      PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000354      GOBACK.
000356
000358******************************************************************
000360* 1000-INITIALIZE -- PICK THE RETENTION POLICY OFF THE PARM AND
000362*   WORK OUT THE KEEPDAYS CUTOFF AS A DAY NUMBER SO DATES
000364*   COMPARE CORRECTLY ACROSS MONTH AND YEAR ENDS.
000366******************************************************************
000368 1000-INITIALIZE.
000370      ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
000372      ACCEPT CONFIG-PARM FROM COMMAND-LINE.
000374      IF CONFIG-PARM NOT = SPACES
000376          UNSTRING CONFIG-PARM DELIMITED BY ","
000378              INTO PARM-ENTRY(1) PARM-ENTRY(2) PARM-ENTRY(3)
000380                   PARM-ENTRY(4) PARM-ENTRY(5)
000382          PERFORM 1050-PARSE-PARM-FIELD
000384              THRU 1050-PARSE-PARM-FIELD-EXIT
000386              VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
000388      END-IF.
000390      IF KEEP-DAYS > 0 OR KEEP-GENS > 0
000392          SET POLICY-GIVEN TO TRUE
000394      END-IF.
000396      IF KEEP-DAYS > 0
000398          COMPUTE TODAY-INT =
000400              FUNCTION INTEGER-OF-DATE(TODAY-DATE)
000402          COMPUTE CUTOFF-INT = TODAY-INT - KEEP-DAYS
000404      END-IF.
000406 1000-INITIALIZE-EXIT.
000408      EXIT.
000410
000412 1050-PARSE-PARM-FIELD.
000414      IF PARM-ENTRY(PARM-IDX) = SPACES
000416          GO TO 1050-PARSE-PARM-FIELD-EXIT
000418      END-IF.
000420
000422      UNSTRING PARM-ENTRY(PARM-IDX) DELIMITED BY "="
000424          INTO PARM-KEY PARM-VAL.
000426
000428      EVALUATE PARM-KEY
000430          WHEN "KEEPDAYS"
000432              COMPUTE KEEP-DAYS = FUNCTION NUMVAL(PARM-VAL)
000434                  ON SIZE ERROR
000436                      DISPLAY "1050-PARSE-PARM-FIELD: "
000438                              "KEEPDAYS= TOO LARGE, IGNORED"
000440              END-COMPUTE
000442          WHEN "KEEPGENS"
000444              COMPUTE KEEP-GENS = FUNCTION NUMVAL(PARM-VAL)
000446                  ON SIZE ERROR
000448                      DISPLAY "1050-PARSE-PARM-FIELD: "
000450                              "KEEPGENS= TOO LARGE, IGNORED"
000452              END-COMPUTE
000454          WHEN OTHER
000456              CONTINUE
000458      END-EVALUATE.
000460 1050-PARSE-PARM-FIELD-EXIT.
000462      EXIT.
000464
000466******************************************************************
000468* 2000-LOAD-CATALOG -- PULL THE WHOLE CATALOG INTO THE TABLE.
000470*   NO CATALOG AT ALL JUST MEANS THERE IS NOTHING TO MANAGE
000472*   YET. AN ENTRY WITH A GARBAGE DATE OR GENERATION IS KEPT
000474*   (NEVER DELETE ON BAD DATA) AND COUNTED FOR THE REPORT.
000476******************************************************************
000478 2000-LOAD-CATALOG.
000480      OPEN INPUT ARCHIVE-CATALOG-FILE.
000482      IF AC-FILE-STATUS = "35"
000484          DISPLAY "2000-LOAD-CATALOG: NO ARCHIVE CATALOG, "
000486                  "NOTHING TO MANAGE"
000488          SET AC-AT-EOF TO TRUE
000490          GO TO 2000-LOAD-CATALOG-EXIT
000492      END-IF.
000494      IF AC-FILE-STATUS NOT = "00"
000496          DISPLAY "2000-LOAD-CATALOG: ARCHCAT OPEN FAILED, "
000498                  "STATUS=" AC-FILE-STATUS
000500          MOVE 32 TO RETURN-CODE
000502          STOP RUN
000504      END-IF.
000506      PERFORM 2100-LOAD-ONE-ENTRY
000508          THRU 2100-LOAD-ONE-ENTRY-EXIT
000510          UNTIL AC-AT-EOF.
000512      CLOSE ARCHIVE-CATALOG-FILE.
000514 2000-LOAD-CATALOG-EXIT.
000516      EXIT.
000518
000520 2100-LOAD-ONE-ENTRY.
000522      READ ARCHIVE-CATALOG-FILE INTO CATALOG-RECORD
000524          AT END
000526              SET AC-AT-EOF TO TRUE
000528              GO TO 2100-LOAD-ONE-ENTRY-EXIT
000530      END-READ.
000532      ADD 1 TO ENTRIES-READ.
000534      IF CAT-ENTRIES >= 1000
000536          DISPLAY "2100-LOAD-ONE-ENTRY: CATALOG TABLE FULL - "
000538                  "NOTHING WILL BE PURGED THIS RUN, REVIEW "
000540                  "THE CATALOG SIZE"
000542          SET TABLE-FULL TO TRUE
000544          SET AC-AT-EOF TO TRUE
000546          GO TO 2100-LOAD-ONE-ENTRY-EXIT
000548      END-IF.
000550      ADD 1 TO CAT-ENTRIES.
000552      MOVE AC-RUN-ID TO CT-RUN-ID (CAT-ENTRIES).
000554      MOVE AC-RUN-DATE TO CT-RUN-DATE (CAT-ENTRIES).
000556      MOVE AC-RUN-TIME TO CT-RUN-TIME (CAT-ENTRIES).
000558      MOVE AC-GENERATION TO CT-GENERATION (CAT-ENTRIES).
000560      MOVE AC-FRAME-NAME TO CT-FRAME-NAME (CAT-ENTRIES).
000562      MOVE AC-ITER-COUNT TO CT-ITER-COUNT (CAT-ENTRIES).
000564      MOVE AC-RETURN-CODE TO CT-RETURN-CODE (CAT-ENTRIES).
000566      MOVE AC-RUN-GROUP TO CT-RUN-GROUP (CAT-ENTRIES).
000568      MOVE "N" TO CT-PURGE-SW (CAT-ENTRIES).
000570 2100-LOAD-ONE-ENTRY-EXIT.
000572      EXIT.
000574
000576******************************************************************
000578* 3000-APPLY-POLICY -- MARK THE ENTRIES THE POLICY EXPIRES.
000580*   KEEPDAYS EXPIRES ANYTHING OLDER THAN THE CUTOFF DAY;
000582*   KEEPGENS EXPIRES AN ENTRY ONCE ITS RUN-ID HAS KEEP-GENS OR
000584*   MORE NEWER GENERATIONS ON THE CATALOG. AN ENTRY FAILING
000586*   EITHER TEST IS PURGED.
000588******************************************************************
000590 3000-APPLY-POLICY.
000592      IF NOT POLICY-GIVEN
000594          GO TO 3000-APPLY-POLICY-EXIT
000596      END-IF.
000598*     WITH THE TABLE FULL THE REWRITE WOULD DROP THE UNLOADED
000600*     TAIL OF THE CATALOG, SO NO PURGE AT ALL IS THE ONLY SAFE
000602*     ANSWER - THE STEP ENDS WITH CODE 4 INSTEAD.
000604      IF TABLE-FULL
000606          GO TO 3000-APPLY-POLICY-EXIT
000608      END-IF.
000610      PERFORM 3100-JUDGE-ONE-ENTRY
000612          THRU 3100-JUDGE-ONE-ENTRY-EXIT
000614          VARYING CAT-IDX FROM 1 BY 1
000616          UNTIL CAT-IDX > CAT-ENTRIES.
000618 3000-APPLY-POLICY-EXIT.
000620      EXIT.
000622
000624 3100-JUDGE-ONE-ENTRY.
000626      IF CT-RUN-DATE (CAT-IDX) NOT NUMERIC OR
000628         CT-GENERATION (CAT-IDX) NOT NUMERIC
000630          ADD 1 TO ENTRIES-BAD
000632          GO TO 3100-JUDGE-ONE-ENTRY-EXIT
000634      END-IF.
000636      IF KEEP-DAYS > 0
000638          COMPUTE ENTRY-INT =
000640              FUNCTION INTEGER-OF-DATE(CT-RUN-DATE (CAT-IDX))
000642              ON SIZE ERROR
000644                  MOVE 0 TO ENTRY-INT
000646          END-COMPUTE
000648          IF ENTRY-INT = 0
000650              ADD 1 TO ENTRIES-BAD
000652              GO TO 3100-JUDGE-ONE-ENTRY-EXIT
000654          END-IF
000656          IF ENTRY-INT < CUTOFF-INT
000658              SET CT-PURGE (CAT-IDX) TO TRUE
000660              GO TO 3100-JUDGE-ONE-ENTRY-EXIT
000662          END-IF
000664      END-IF.
000666      IF KEEP-GENS > 0
000668          MOVE 0 TO MAX-GEN
000670          PERFORM 3150-FIND-MAX-GEN
000672              THRU 3150-FIND-MAX-GEN-EXIT
000674              VARYING CAT-IDX2 FROM 1 BY 1
000676              UNTIL CAT-IDX2 > CAT-ENTRIES
000678          IF MAX-GEN > KEEP-GENS
000680              COMPUTE GEN-FLOOR = MAX-GEN - KEEP-GENS
000682              IF CT-GENERATION (CAT-IDX) NOT > GEN-FLOOR
000684                  SET CT-PURGE (CAT-IDX) TO TRUE
000686              END-IF
000688          END-IF
000690      END-IF.
000692 3100-JUDGE-ONE-ENTRY-EXIT.
000694      EXIT.
000696
000698* GENERATIONS ARE ASSIGNED CONSECUTIVELY PER RUN-ID BY
000700* 1500-ASSIGN-GENERATION IN MAIN-METHOD, AND SCENES OF ONE RUN
000702* SHARE A GENERATION, SO "KEEP THE N NEWEST GENERATIONS" IS
000704* SIMPLY: KEEP EVERYTHING ABOVE MAX-GEN - N FOR THAT RUN-ID.
000706 3150-FIND-MAX-GEN.
000708      IF CT-RUN-ID (CAT-IDX2) = CT-RUN-ID (CAT-IDX) AND
000710         CT-GENERATION (CAT-IDX2) NUMERIC AND
000712         CT-GENERATION (CAT-IDX2) > MAX-GEN
000714          MOVE CT-GENERATION (CAT-IDX2) TO MAX-GEN
000716      END-IF.
000718 3150-FIND-MAX-GEN-EXIT.
000720      EXIT.
000722
000724******************************************************************
000726* 4000-PURGE-FILES -- DELETE THE FRAME FILE BEHIND EVERY ENTRY
000728*   MARKED FOR PURGE. A DELETE FAILURE (FILE ALREADY GONE,
000730*   PERMISSIONS) IS COUNTED AND REPORTED BUT THE CATALOG ENTRY
000732*   IS STILL DROPPED - THE CATALOG DESCRIBES THE ARCHIVE WE
000734*   INTEND TO KEEP.
000736******************************************************************
000738 4000-PURGE-FILES.
000740      PERFORM 4100-PURGE-ONE-FILE
000742          THRU 4100-PURGE-ONE-FILE-EXIT
000744          VARYING CAT-IDX FROM 1 BY 1
000746          UNTIL CAT-IDX > CAT-ENTRIES.
000748 4000-PURGE-FILES-EXIT.
000750      EXIT.
000752
000754 4100-PURGE-ONE-FILE.
000756      IF NOT CT-PURGE (CAT-IDX)
000758          GO TO 4100-PURGE-ONE-FILE-EXIT
000760      END-IF.
000762      ADD 1 TO ENTRIES-PURGED.
000764      CALL "CBL_DELETE_FILE" USING CT-FRAME-NAME (CAT-IDX)
000766          RETURNING FILE-DELETE-RC.
000768      IF FILE-DELETE-RC = 0
000770          ADD 1 TO FILES-DELETED
000772      ELSE
000774          ADD 1 TO DELETE-FAILURES
000776          DISPLAY "4100-PURGE-ONE-FILE: DELETE FAILED FOR "
000778                  CT-FRAME-NAME (CAT-IDX)
000780      END-IF.
000782 4100-PURGE-ONE-FILE-EXIT.
000784      EXIT.
000786
000788******************************************************************
000790* 5000-REWRITE-CATALOG -- WRITE THE CATALOG BACK WITH ONLY THE
000792*   SURVIVING ENTRIES SO THE NEXT RUN'S GENERATION NUMBERS AND
000794*   THE NEXT PURGE START FROM A CLEAN PICTURE.
000796******************************************************************
000798 5000-REWRITE-CATALOG.
000800      IF ENTRIES-PURGED = 0
000802          GO TO 5000-REWRITE-CATALOG-EXIT
000804      END-IF.
000806      OPEN OUTPUT ARCHIVE-CATALOG-FILE.
000808      IF AC-FILE-STATUS NOT = "00"
000810          DISPLAY "5000-REWRITE-CATALOG: ARCHCAT OPEN FAILED, "
000812                  "STATUS=" AC-FILE-STATUS
000814          MOVE 36 TO RETURN-CODE
000816          STOP RUN
000818      END-IF.
000820      PERFORM 5100-WRITE-ONE-SURVIVOR
000822          THRU 5100-WRITE-ONE-SURVIVOR-EXIT
000824          VARYING CAT-IDX FROM 1 BY 1
000826          UNTIL CAT-IDX > CAT-ENTRIES.
000828      CLOSE ARCHIVE-CATALOG-FILE.
000830 5000-REWRITE-CATALOG-EXIT.
000832      EXIT.
000834
000836 5100-WRITE-ONE-SURVIVOR.
000838      IF CT-PURGE (CAT-IDX)
000840          GO TO 5100-WRITE-ONE-SURVIVOR-EXIT
000842      END-IF.
000844      ADD 1 TO ENTRIES-KEPT.
000846      MOVE SPACES TO CATALOG-RECORD.
000848      MOVE CT-RUN-ID (CAT-IDX) TO AC-RUN-ID.
000850      MOVE CT-RUN-DATE (CAT-IDX) TO AC-RUN-DATE.
000852      MOVE CT-RUN-TIME (CAT-IDX) TO AC-RUN-TIME.
000854      MOVE CT-GENERATION (CAT-IDX) TO AC-GENERATION.
000856      MOVE CT-FRAME-NAME (CAT-IDX) TO AC-FRAME-NAME.
000858      MOVE CT-ITER-COUNT (CAT-IDX) TO AC-ITER-COUNT.
000860      MOVE CT-RETURN-CODE (CAT-IDX) TO AC-RETURN-CODE.
000862      MOVE CT-RUN-GROUP (CAT-IDX) TO AC-RUN-GROUP.
000864      WRITE CATALOG-RECORD.
000866      IF AC-FILE-STATUS NOT = "00"
000868          DISPLAY "5100-WRITE-ONE-SURVIVOR: WRITE FAILED, "
000870                  "STATUS=" AC-FILE-STATUS
000872      END-IF.
000874 5100-WRITE-ONE-SURVIVOR-EXIT.
000876      EXIT.
000878
000880******************************************************************
000882* 8000-PURGE-REPORT -- THE PURGE REPORT: POLICY APPLIED, WHAT
000884*   WAS READ, KEPT AND PURGED, AND ONE LINE PER PURGED FRAME
000886*   SO AUDIT CAN SEE EXACTLY WHAT LEFT THE ARCHIVE AND WHEN.
000888******************************************************************
000890 8000-PURGE-REPORT.
000892      OPEN OUTPUT PURGE-REPORT-FILE.
000894      IF PR-FILE-STATUS NOT = "00"
000896          DISPLAY "8000-PURGE-REPORT: OPEN FAILED, STATUS="
000898                  PR-FILE-STATUS
000900          GO TO 8000-PURGE-REPORT-EXIT
000902      END-IF.
000904
000906      MOVE SPACES TO PURGE-REPORT-RECORD.
000908      STRING "ARCHIVE PURGE REPORT - " TODAY-DATE
000910          DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
000912      WRITE PURGE-REPORT-RECORD.
000914
000916      MOVE SPACES TO PURGE-REPORT-RECORD.
000918      IF POLICY-GIVEN
000920          STRING "POLICY.................. KEEPDAYS "
000922              KEEP-DAYS " KEEPGENS " KEEP-GENS
000924              DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
000926      ELSE
000928          STRING "POLICY.................. *** NONE GIVEN - "
000930              "NOTHING PURGED ***"
000932              DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
000934      END-IF.
000936      WRITE PURGE-REPORT-RECORD.
000938
000940      MOVE SPACES TO PURGE-REPORT-RECORD.
000942      STRING "CATALOG ENTRIES READ.... " ENTRIES-READ
000944          DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
000946      WRITE PURGE-REPORT-RECORD.
000948
000950      MOVE SPACES TO PURGE-REPORT-RECORD.
000952      STRING "ENTRIES PURGED.......... " ENTRIES-PURGED
000954          DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
000956      WRITE PURGE-REPORT-RECORD.
000958
000960*     THE KEPT COUNT IS ONLY ACCUMULATED WHEN THE CATALOG IS
000962*     REWRITTEN; ON A NO-PURGE RUN EVERYTHING READ SURVIVES.
000964      IF ENTRIES-PURGED = 0
000966          MOVE ENTRIES-READ TO ENTRIES-KEPT
000968      END-IF.
000970      MOVE SPACES TO PURGE-REPORT-RECORD.
000972      STRING "ENTRIES KEPT............ " ENTRIES-KEPT
000974          DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
000976      WRITE PURGE-REPORT-RECORD.
000978
000980      MOVE SPACES TO PURGE-REPORT-RECORD.
000982      STRING "FRAME FILES DELETED..... " FILES-DELETED
000984          DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
000986      WRITE PURGE-REPORT-RECORD.
000988
000990      MOVE SPACES TO PURGE-REPORT-RECORD.
000992      STRING "DELETE FAILURES......... " DELETE-FAILURES
000994          DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
000996      WRITE PURGE-REPORT-RECORD.
000998
001000      MOVE SPACES TO PURGE-REPORT-RECORD.
001002      STRING "ENTRIES WITH BAD DATA... " ENTRIES-BAD
001004          DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
001006      WRITE PURGE-REPORT-RECORD.
001008
001010      IF ENTRIES-PURGED > 0
001012          MOVE SPACES TO PURGE-REPORT-RECORD
001014          STRING "PURGED FRAMES:"
001016              DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
001018          WRITE PURGE-REPORT-RECORD
001020          PERFORM 8100-REPORT-ONE-PURGE
001022              THRU 8100-REPORT-ONE-PURGE-EXIT
001024              VARYING CAT-IDX FROM 1 BY 1
001026              UNTIL CAT-IDX > CAT-ENTRIES
001028      END-IF.
001030
001032      CLOSE PURGE-REPORT-FILE.
001034 8000-PURGE-REPORT-EXIT.
001036      EXIT.
001038
001040 8100-REPORT-ONE-PURGE.
001042      IF NOT CT-PURGE (CAT-IDX)
001044          GO TO 8100-REPORT-ONE-PURGE-EXIT
001046      END-IF.
001048      MOVE SPACES TO PURGE-REPORT-RECORD.
001050      STRING "  " CT-RUN-ID (CAT-IDX)
001052          " " CT-RUN-DATE (CAT-IDX)
001054          " G" CT-GENERATION (CAT-IDX)
001056          " " DELIMITED BY SIZE
001058          CT-FRAME-NAME (CAT-IDX) DELIMITED BY SPACE
001060          INTO PURGE-REPORT-RECORD.
001062      WRITE PURGE-REPORT-RECORD.
001064 8100-REPORT-ONE-PURGE-EXIT.
001066      EXIT.
001068
001070******************************************************************
001072* 9000-TERMINATE -- SET THE STEP CONDITION CODE: 0 FOR A CLEAN
001074*   PURGE (INCLUDING A CLEAN NOTHING-TO-DO), 4 WHEN NO POLICY
001076*   WAS GIVEN OR ANY ENTRY HAD BAD DATA, 8 WHEN A FRAME FILE
001078*   COULD NOT BE DELETED SO OPERATIONS CHASES THE SPACE.
001080******************************************************************
001082 9000-TERMINATE.
001084      IF NOT POLICY-GIVEN OR ENTRIES-BAD > 0 OR TABLE-FULL
001086          MOVE 4 TO RETURN-CODE
001088      END-IF.
001090      IF DELETE-FAILURES > 0
001092          MOVE 8 TO RETURN-CODE
001094      END-IF.
001096 9000-TERMINATE-EXIT.
001098      EXIT.
001100
001102 END PROGRAM ARCHMNT.
