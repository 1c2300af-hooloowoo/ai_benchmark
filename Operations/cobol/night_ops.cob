      *>                TELEM-REPORT analysis of the given (or
      *>                latest) cataloged run
      *>   ARCHIVE      HS-ARCHIVE month-end retention pass
      *>   AUDIT        MR-AUDIT cross-file integrity sweep of the
      *>                ledger, run catalog, telemetry, and driver
      *>                master; the exception count goes on the
      *>                journal line (details in MRAUDRPT.DAT)
      *>   PARCHECK course driver
      *>                replay self-check: the course's AUTOPILOT
      *>                par script (MRPARcourse.DAT) is driven
      *>                through MARS-ROVER in batch on that course
      *>                under the given driver (a house ID kept for
      *>                the purpose), and the run must score exactly
      *>                the par on the MRCOURSE.DAT catalog — a
      *>                difference means the replay engine no longer
      *>                plays courses back the way they were cut.
      *>                The self-check must not compete, so once its
      *>                score is read the run is backed out: its
      *>                ledger record and run catalog entry are
      *>                removed, and its telemetry deleted if it
      *>                scored par, or kept for diagnosis as
      *>                MRPCKcourse.DAT if not (the run ID goes back
      *>                into use, so its own name would not last)
      *>   HANDICAP [yyyymm]
      *>                sets the month's driver handicaps (default
      *>                the current month) on MRHCAP.DAT for the net
      *>                rankings; drivers already handicapped for
      *>                the month keep what they have
      *>   DRIVERS [txn-file [operator]]
      *>                DRIVER-MAINT batch: applies the driver
      *>                master transactions (default MRDRVTXN.DAT)
      *>                under the operator ID (default BATCH); the
      *>                applied and rejected counts go on the
      *>                journal line (rejects in MRDRVREJ.DAT)
      *>
      *> Parameters reach the called programs through the COMMAND
      *> LINE (set with DISPLAY UPON COMMAND-LINE before each CALL,
      *> ends with no bad steps. Steps are matched to their restart
      *> records by schedule position, so a rerun must use the same
      *> NIGHTSKED.DAT the failed run read.
      *>
      *> Restart guards against running a step twice, not against
      *> a step that damages a file, so before the first step the
      *> master files the night rewrites or appends to (the rover
      *> ledger MRHISCORE.DAT, run catalog MRRUNCAT.DAT, driver
      *> master MRDRIVER.DAT, LIFEHIST.DAT, and LIFEPLIB.DAT) are
      *> copied record for record into a generation named for the
      *> night — MRHISCORE.20261015 and so on. Each copy is
      *> journaled with its record count, the generations are
      *> indexed in NIGHTBKUP.DAT ("date,master,copy,records"), and
      *> only the last WS-BKUP-KEEP nights are kept; older copies
      *> are deleted and the deletions journaled. A resumed night
      *> takes no new generation: its files are already part-way
      *> through the night, and the generation the first run took
      *> is the one worth keeping. MASTER-RESTORE puts a chosen
      *> generation back.
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT RESTART-FILE ASSIGN TO "NIGHTREST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REST-STATUS.
           SELECT BACKUP-FILE ASSIGN USING WS-BKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
           SELECT BKINDEX-FILE ASSIGN TO "NIGHTBKUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTART-FILE.
       01  REST-RECORD         PIC X(80).

      *> A master file's backup generation, written through the
      *> same 130-byte window CHECK-FILE reads the master with.
       FD  BACKUP-FILE.
       01  BKUP-RECORD         PIC X(130).

      *> Backup generation index: "date,master,copy,records", one
      *> per master file copied, rewritten each night as old
      *> generations are pruned.
       FD  BKINDEX-FILE.
       01  BKIX-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-SKED-STATUS    PIC XX   VALUE "00".
      *> Night-level accounting
       01 WS-STEP-COUNT     PIC 9(3)  VALUE 0.
       01 WS-BAD-STEPS      PIC 9(3)  VALUE 0.
       01 WS-BAD-BACKUPS    PIC 9(3)  VALUE 0.
       01 WS-FRESH-STEPS    PIC 9(3)  VALUE 0.
       01 WS-SKIPPED-STEPS  PIC 9(3)  VALUE 0.
       01 WS-RETRIED-STEPS  PIC 9(3)  VALUE 0.
       01 WS-LEDGER-BEFORE  PIC 9(6)  VALUE 0.
       01 WS-GROWTH         PIC S9(6) VALUE 0.

      *> The last line of a step's report file, for steps whose
      *> program leaves its verdict there
       01 WS-LAST-LINE      PIC X(130) VALUE SPACES.
       01 WS-AUDIT-FLAG     PIC X(27) VALUE SPACES.
       01 WS-AUDIT-COUNT    PIC X(5)  VALUE SPACES.

      *> Par self-check: the course's par off the course catalog
      *> and the replayed run's score off the ledger
       01 WS-PAR-FOUND      PIC 9     VALUE 0.
       01 WS-PAR-SCORE      PIC X(5)  VALUE SPACES.
       01 WS-REPLAY-SCORE   PIC X(5)  VALUE SPACES.

      *> Backing the replayed run out again: its run ID and
      *> telemetry file, where the run ID sits in the record of the
      *> file in hand, how many of its records were dropped, and
      *> the status of whatever open, read, or write went wrong
       01 WS-PAR-RUN-ID     PIC X(5)  VALUE SPACES.
       01 WS-PAR-TELEM      PIC X(20) VALUE SPACES.
       01 WS-PAR-KEPT       PIC X(20) VALUE SPACES.
       01 WS-DROP-AT        PIC 99    VALUE 0.
       01 WS-DROPPED        PIC 9(6)  VALUE 0.
       01 WS-DROP-STATUS    PIC XX    VALUE "00".
       01 WS-WORK-KEPT      PIC 9     VALUE 0.
       01 WS-BACKOUT-FAILED PIC 9     VALUE 0.

      *> Handicap step: the month set and its records on file
       01 WS-HCAP-MONTH     PIC X(6)  VALUE SPACES.
       01 WS-HCAP-COUNT     PIC 9(4)  VALUE 0.

      *> Pre-night backups: the master files copied, how many
      *> nights of generations are kept, and the generation index
      *> as loaded, added to, and pruned
       01 WS-MASTER-VALUES.
          05 FILLER         PIC X(13) VALUE "MRHISCORE.DAT".
          05 FILLER         PIC X(13) VALUE "MRRUNCAT.DAT".
          05 FILLER         PIC X(13) VALUE "MRDRIVER.DAT".
          05 FILLER         PIC X(13) VALUE "LIFEHIST.DAT".
          05 FILLER         PIC X(13) VALUE "LIFEPLIB.DAT".
       01 WS-MASTER-TABLE REDEFINES WS-MASTER-VALUES.
          05 WS-MASTER-NAME PIC X(13) OCCURS 5 TIMES.
       01 WS-MASTER-COUNT   PIC 9     VALUE 5.
       01 WS-MX             PIC 9     VALUE 0.
       01 WS-BKUP-KEEP      PIC 99    VALUE 7.
       01 WS-BKUP-STATUS    PIC XX    VALUE "00".
       01 WS-BKUP-NAME      PIC X(20) VALUE SPACES.
       01 WS-BKUP-BASE      PIC X(13) VALUE SPACES.
       01 WS-BKUP-FAILED    PIC 9     VALUE 0.
       01 WS-BKIX-STATUS    PIC XX    VALUE "00".
       01 WS-GEN-COUNT      PIC 9(3)  VALUE 0.
       01 WS-GEN-MAX        PIC 9(3)  VALUE 300.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 300 TIMES.
             10 WS-GEN-DATE    PIC X(8).
             10 WS-GEN-MASTER  PIC X(13).
             10 WS-GEN-COPY    PIC X(20).
             10 WS-GEN-RECORDS PIC X(6).
             10 WS-GEN-DROP    PIC 9.
       01 WS-GX             PIC 9(3)  VALUE 0.
       01 WS-GEN-NIGHTS     PIC 9(3)  VALUE 0.
       01 WS-GEN-LAST-DATE  PIC X(8)  VALUE SPACES.
       01 WS-IX-DATE        PIC X(8)  VALUE SPACES.
       01 WS-IX-MASTER      PIC X(13) VALUE SPACES.
       01 WS-IX-COPY        PIC X(20) VALUE SPACES.
       01 WS-IX-RECORDS     PIC X(6)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM OPEN-JOURNAL
               INTO JRNL-RECORD
           END-STRING
           WRITE JRNL-RECORD
           PERFORM BACKUP-MASTER-FILES
           OPEN INPUT SKED-FILE
           IF WS-SKED-STATUS NOT = "00"
               MOVE SPACES TO JRNL-RECORD
                   PERFORM STEP-TELEMREPT
               WHEN "ARCHIVE"
                   PERFORM STEP-ARCHIVE
               WHEN "AUDIT"
                   PERFORM STEP-AUDIT
               WHEN "PARCHECK"
                   PERFORM STEP-PARCHECK
               WHEN "HANDICAP"
                   PERFORM STEP-HANDICAP
               WHEN "DRIVERS"
                   PERFORM STEP-DRIVERS
               WHEN OTHER
                   MOVE "FAILED" TO WS-STEP-OUTCOME
                   MOVE "UNKNOWN STEP NAME" TO WS-STEP-NOTE
      *> the driver, tunnel width, and steering script are packed
      *> into the game's own parameter-string format (batch mode
      *> forced on); a bare ROVER line leaves the command line
      *> clear and the run on MRPARM.DAT, as always. PARCHECK
      *> packs the same format with the driver, the course to
      *> replay, and the course's par script. DRIVERS passes
      *> DRIVER-MAINT its BATCH parameter with the transaction file
      *> and operator, either of which may be left to default.
      *> ============================================================
       SET-STEP-COMMAND-LINE.
           MOVE SPACES TO WS-CALL-PARM
                   END-STRING
               END-IF
           ELSE
               IF WS-STEP-NAME = "PARCHECK"
                   STRING
                       "00,00,00,Y,"  DELIMITED SIZE
                       WS-STEP-PARM2  DELIMITED SPACES
                       ",,"           DELIMITED SIZE
                       WS-STEP-PARM1  DELIMITED SPACES
                       ",,MRPAR"      DELIMITED SIZE
                       WS-STEP-PARM1  DELIMITED SPACES
                       ".DAT"         DELIMITED SIZE
                       INTO WS-CALL-PARM
                   END-STRING
               ELSE
                   IF WS-STEP-NAME = "DRIVERS"
                       STRING
                           "BATCH,"       DELIMITED SIZE
                           WS-STEP-PARM1  DELIMITED SPACES
                           ","            DELIMITED SIZE
                           WS-STEP-PARM2  DELIMITED SPACES
                           INTO WS-CALL-PARM
                       END-STRING
                   ELSE
                       MOVE WS-STEP-PARM1 TO WS-CALL-PARM
                   END-IF
               END-IF
           END-IF
           DISPLAY WS-CALL-PARM UPON COMMAND-LINE.

           OPEN OUTPUT RESTART-FILE
           CLOSE RESTART-FILE.

      *> ============================================================
      *> Take tonight's backup generation of the master files before
      *> any step touches them, then drop the generations beyond the
      *> last WS-BKUP-KEEP nights. A resumed night (anything marked
      *> complete in the restart file) keeps the generation its
      *> first run took instead of copying files already part-way
      *> through the night. A copy or index that cannot be written
      *> is counted in WS-BAD-BACKUPS, which the status lines show;
      *> it is not a bad step, so it does not keep the restart file
      *> (a kept file would have the next night skip every step
      *> and take no generation of its own).
      *> ============================================================
       BACKUP-MASTER-FILES.
           MOVE SPACES TO JRNL-RECORD
           IF WS-DONE-STRING NOT = ALL "0"
               STRING
                   "BACKUP SKIPPED, RESUMING A PART-RUN NIGHT "
                                       DELIMITED SIZE
                   "(ITS FIRST RUN TOOK THE GENERATION)"
                                       DELIMITED SIZE
                   INTO JRNL-RECORD
               END-STRING
               WRITE JRNL-RECORD
               DISPLAY JRNL-RECORD
           ELSE
               STRING
                   "BACKUP GENERATION " DELIMITED SIZE
                   WS-DATE              DELIMITED SIZE
                   ", KEEPING "         DELIMITED SIZE
                   WS-BKUP-KEEP         DELIMITED SIZE
                   " NIGHTS"            DELIMITED SIZE
                   INTO JRNL-RECORD
               END-STRING
               WRITE JRNL-RECORD
               DISPLAY JRNL-RECORD
               PERFORM LOAD-BACKUP-INDEX
               PERFORM VARYING WS-MX FROM 1 BY 1
                       UNTIL WS-MX > WS-MASTER-COUNT
                   PERFORM BACKUP-ONE-MASTER
               END-PERFORM
               PERFORM PRUNE-BACKUP-GENERATIONS
               PERFORM REWRITE-BACKUP-INDEX
           END-IF.

      *> ============================================================
      *> Read the generation index into WS-GEN-TABLE. Entries
      *> already dated tonight (an earlier, completed run today) are
      *> left out, since tonight's copies are about to replace them.
      *> ============================================================
       LOAD-BACKUP-INDEX.
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT BKINDEX-FILE
           IF WS-BKIX-STATUS = "00"
               PERFORM UNTIL WS-BKIX-STATUS NOT = "00"
                   READ BKINDEX-FILE
                       AT END
                           MOVE "10" TO WS-BKIX-STATUS
                       NOT AT END
                           PERFORM NOTE-BACKUP-INDEX-RECORD
                   END-READ
               END-PERFORM
               CLOSE BKINDEX-FILE
           END-IF
           MOVE "00" TO WS-BKIX-STATUS.

       NOTE-BACKUP-INDEX-RECORD.
           MOVE SPACES TO WS-IX-DATE
           MOVE SPACES TO WS-IX-MASTER
           MOVE SPACES TO WS-IX-COPY
           MOVE SPACES TO WS-IX-RECORDS
           UNSTRING BKIX-RECORD DELIMITED BY ","
               INTO WS-IX-DATE WS-IX-MASTER WS-IX-COPY
                    WS-IX-RECORDS
           END-UNSTRING
           IF WS-IX-DATE IS NUMERIC AND
              WS-IX-DATE NOT = WS-DATE AND
              WS-GEN-COUNT < WS-GEN-MAX
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-IX-DATE    TO WS-GEN-DATE(WS-GEN-COUNT)
               MOVE WS-IX-MASTER  TO WS-GEN-MASTER(WS-GEN-COUNT)
               MOVE WS-IX-COPY    TO WS-GEN-COPY(WS-GEN-COUNT)
               MOVE WS-IX-RECORDS TO WS-GEN-RECORDS(WS-GEN-COUNT)
               MOVE 0             TO WS-GEN-DROP(WS-GEN-COUNT)
           END-IF.

      *> ============================================================
      *> Copy one master file record for record into tonight's
      *> generation (MRHISCORE.DAT to MRHISCORE.yyyymmdd) and
      *> journal the copy with its record count. A master that is
      *> not there yet (no Life patterns saved, say) is journaled
      *> and passed over. A copy that fails part-way is deleted
      *> rather than left looking like a good generation.
      *> ============================================================
       BACKUP-ONE-MASTER.
           MOVE WS-MASTER-NAME(WS-MX) TO WS-CHECK-NAME
           MOVE SPACES TO WS-BKUP-BASE
           UNSTRING WS-MASTER-NAME(WS-MX) DELIMITED BY "."
               INTO WS-BKUP-BASE
           END-UNSTRING
           MOVE SPACES TO WS-BKUP-NAME
           STRING
               WS-BKUP-BASE DELIMITED SPACES
               "."          DELIMITED SIZE
               WS-DATE      DELIMITED SIZE
               INTO WS-BKUP-NAME
           END-STRING
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-BKUP-FAILED
           MOVE SPACES TO JRNL-RECORD
           OPEN INPUT CHECK-FILE
           IF WS-CHECK-STATUS NOT = "00"
               STRING
                   "BACKUP "             DELIMITED SIZE
                   WS-CHECK-NAME         DELIMITED SPACES
                   " NOT ON FILE, NOTHING COPIED"
                                         DELIMITED SIZE
                   INTO JRNL-RECORD
               END-STRING
           ELSE
               OPEN OUTPUT BACKUP-FILE
               IF WS-BKUP-STATUS NOT = "00"
                   MOVE 1 TO WS-BKUP-FAILED
               ELSE
                   PERFORM UNTIL WS-CHECK-STATUS NOT = "00"
                       READ CHECK-FILE
                           AT END
                               MOVE "10" TO WS-CHECK-STATUS
                           NOT AT END
                               MOVE CHECK-RECORD TO BKUP-RECORD
                               WRITE BKUP-RECORD
                               IF WS-BKUP-STATUS NOT = "00"
                                   MOVE 1 TO WS-BKUP-FAILED
                                   MOVE "10" TO WS-CHECK-STATUS
                               ELSE
                                   ADD 1 TO WS-RECORD-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-FILE
               END-IF
               CLOSE CHECK-FILE
               MOVE "00" TO WS-CHECK-STATUS
               IF WS-BKUP-FAILED = 1
                   ADD 1 TO WS-BAD-BACKUPS
                   CALL "CBL_DELETE_FILE" USING WS-BKUP-NAME
                   END-CALL
                   STRING
                       "BACKUP "        DELIMITED SIZE
                       WS-CHECK-NAME    DELIMITED SPACES
                       " TO "           DELIMITED SIZE
                       WS-BKUP-NAME     DELIMITED SPACES
                       " FAILED, STATUS=" DELIMITED SIZE
                       WS-BKUP-STATUS   DELIMITED SIZE
                       INTO JRNL-RECORD
                   END-STRING
               ELSE
                   STRING
                       "BACKUP "        DELIMITED SIZE
                       WS-CHECK-NAME    DELIMITED SPACES
                       " TO "           DELIMITED SIZE
                       WS-BKUP-NAME     DELIMITED SPACES
                       " "              DELIMITED SIZE
                       WS-RECORD-COUNT  DELIMITED SIZE
                       " RECORDS"       DELIMITED SIZE
                       INTO JRNL-RECORD
                   END-STRING
                   IF WS-GEN-COUNT < WS-GEN-MAX
                       ADD 1 TO WS-GEN-COUNT
                       MOVE WS-DATE
                           TO WS-GEN-DATE(WS-GEN-COUNT)
                       MOVE WS-CHECK-NAME
                           TO WS-GEN-MASTER(WS-GEN-COUNT)
                       MOVE WS-BKUP-NAME
                           TO WS-GEN-COPY(WS-GEN-COUNT)
                       MOVE WS-RECORD-COUNT
                           TO WS-GEN-RECORDS(WS-GEN-COUNT)
                       MOVE 0 TO WS-GEN-DROP(WS-GEN-COUNT)
                   END-IF
               END-IF
           END-IF
           WRITE JRNL-RECORD
           DISPLAY JRNL-RECORD.

      *> ============================================================
      *> Walk the index newest first, counting nights; every copy
      *> from a night beyond the last WS-BKUP-KEEP is deleted and
      *> dropped from the index. The index is appended a night at a
      *> time, so its entries are already in date order.
      *> ============================================================
       PRUNE-BACKUP-GENERATIONS.
           MOVE 0 TO WS-GEN-NIGHTS
           MOVE SPACES TO WS-GEN-LAST-DATE
           PERFORM VARYING WS-GX FROM WS-GEN-COUNT BY -1
                   UNTIL WS-GX < 1
               IF WS-GEN-DATE(WS-GX) NOT = WS-GEN-LAST-DATE
                   ADD 1 TO WS-GEN-NIGHTS
                   MOVE WS-GEN-DATE(WS-GX) TO WS-GEN-LAST-DATE
               END-IF
               IF WS-GEN-NIGHTS > WS-BKUP-KEEP
                   MOVE 1 TO WS-GEN-DROP(WS-GX)
                   MOVE WS-GEN-COPY(WS-GX) TO WS-BKUP-NAME
                   CALL "CBL_DELETE_FILE" USING WS-BKUP-NAME
                   END-CALL
                   MOVE SPACES TO JRNL-RECORD
                   IF RETURN-CODE = 0
                       STRING
                           "BACKUP PRUNED "   DELIMITED SIZE
                           WS-BKUP-NAME       DELIMITED SPACES
                           INTO JRNL-RECORD
                       END-STRING
                   ELSE
                       STRING
                           "BACKUP PRUNED "   DELIMITED SIZE
                           WS-BKUP-NAME       DELIMITED SPACES
                           " (ALREADY GONE)"  DELIMITED SIZE
                           INTO JRNL-RECORD
                       END-STRING
                   END-IF
                   WRITE JRNL-RECORD
                   DISPLAY JRNL-RECORD
               END-IF
           END-PERFORM.

      *> ============================================================
      *> Write the index back: the generations kept, tonight's last.
      *> ============================================================
       REWRITE-BACKUP-INDEX.
           OPEN OUTPUT BKINDEX-FILE
           IF WS-BKIX-STATUS NOT = "00"
               ADD 1 TO WS-BAD-BACKUPS
               MOVE SPACES TO JRNL-RECORD
               STRING
                   "BACKUP INDEX NIGHTBKUP.DAT NOT WRITTEN, STATUS="
                                      DELIMITED SIZE
                   WS-BKIX-STATUS     DELIMITED SIZE
                   INTO JRNL-RECORD
               END-STRING
               WRITE JRNL-RECORD
               DISPLAY JRNL-RECORD
           ELSE
               PERFORM VARYING WS-GX FROM 1 BY 1
                       UNTIL WS-GX > WS-GEN-COUNT
                   IF WS-GEN-DROP(WS-GX) = 0
                       MOVE SPACES TO BKIX-RECORD
                       STRING
                           WS-GEN-DATE(WS-GX)    DELIMITED SIZE
                           ","                   DELIMITED SIZE
                           WS-GEN-MASTER(WS-GX)  DELIMITED SPACES
                           ","                   DELIMITED SIZE
                           WS-GEN-COPY(WS-GX)    DELIMITED SPACES
                           ","                   DELIMITED SIZE
                           WS-GEN-RECORDS(WS-GX) DELIMITED SIZE
                           INTO BKIX-RECORD
                       END-STRING
                       WRITE BKIX-RECORD
                   END-IF
               END-PERFORM
               CLOSE BKINDEX-FILE
               MOVE "00" TO WS-BKIX-STATUS
           END-IF.

      *> ============================================================
      *> GAME-OF-LIFE batch: the history report must have grown.
      *> ============================================================
               PERFORM CHECK-LEDGER-FORMAT
           END-IF.

      *> ============================================================
      *> MR-AUDIT integrity sweep: its report must have been written
      *> through to the closing count. Exceptions it finds are data
      *> to chase in the morning, not a broken step — retrying would
      *> only find them again — so they are journaled in the note
      *> and the step still ends OK.
      *> ============================================================
       STEP-AUDIT.
           CALL "MR-AUDIT"
               ON EXCEPTION
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL
           IF WS-CALL-FAILED = 1
               MOVE "FAILED" TO WS-STEP-OUTCOME
               MOVE "MR-AUDIT NOT CALLABLE" TO WS-STEP-NOTE
           ELSE
               CANCEL "MR-AUDIT"
               MOVE "MRAUDRPT.DAT" TO WS-CHECK-NAME
               PERFORM READ-LAST-CHECK-LINE
               MOVE WS-LAST-LINE(1:27) TO WS-AUDIT-FLAG
               MOVE WS-LAST-LINE(28:5) TO WS-AUDIT-COUNT
               IF WS-AUDIT-FLAG NOT = "AUDIT COMPLETE, EXCEPTIONS " OR
                  WS-AUDIT-COUNT IS NOT NUMERIC
                   MOVE "FAILED" TO WS-STEP-OUTCOME
                   MOVE "MRAUDRPT.DAT NOT COMPLETED" TO WS-STEP-NOTE
               ELSE
                   IF WS-AUDIT-COUNT = "00000"
                       MOVE "NO INTEGRITY EXCEPTIONS" TO WS-STEP-NOTE
                   ELSE
                       MOVE SPACES TO WS-STEP-NOTE
                       STRING
                           WS-AUDIT-COUNT DELIMITED SIZE
                           " INTEGRITY EXCEPTIONS, SEE MRAUDRPT.DAT"
                                          DELIMITED SIZE
                           INTO WS-STEP-NOTE
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> DRIVER-MAINT batch. The reject report's last line is the
      *> batch's verdict: TOTALS (rejects are the submitter's to
      *> correct and resubmit, so they go on the journal line but
      *> leave the step OK, as audit exceptions do), NO TRANSACTION
      *> FILE (a night with nothing to register), or anything else
      *> — the batch did not run. A master too big to load will not
      *> shrink on a retry, so that is not retried.
      *> ============================================================
       STEP-DRIVERS.
      *>   Last night's report must not pass for tonight's
           MOVE "MRDRVREJ.DAT" TO WS-CHECK-NAME
           CALL "CBL_DELETE_FILE" USING WS-CHECK-NAME
           END-CALL
           CALL "DRIVER-MAINT"
               ON EXCEPTION
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL
           IF WS-CALL-FAILED = 1
               MOVE "FAILED" TO WS-STEP-OUTCOME
               MOVE "DRIVER-MAINT NOT CALLABLE" TO WS-STEP-NOTE
           ELSE
               CANCEL "DRIVER-MAINT"
               MOVE "MRDRVREJ.DAT" TO WS-CHECK-NAME
               PERFORM READ-LAST-CHECK-LINE
               EVALUATE TRUE
                   WHEN WS-LAST-LINE(1:8) = "TOTALS: "
                       MOVE WS-LAST-LINE(9:42) TO WS-STEP-NOTE
                   WHEN WS-LAST-LINE(1:20) = "NO TRANSACTION FILE "
                       MOVE WS-LAST-LINE(1:50) TO WS-STEP-NOTE
                   WHEN WS-LAST-LINE(1:14) = "BATCH NOT RUN:"
                       MOVE "FAILED" TO WS-STEP-OUTCOME
                       MOVE WS-LAST-LINE(1:50) TO WS-STEP-NOTE
                       MOVE 1 TO WS-ABANDON
                   WHEN OTHER
                       MOVE "FAILED" TO WS-STEP-OUTCOME
                       MOVE "MRDRVREJ.DAT NOT COMPLETED"
                           TO WS-STEP-NOTE
               END-EVALUATE
           END-IF.

      *> ============================================================
      *> Par replay self-check. The course must have a par before
      *> anything is driven; then the par script's run must reach
      *> the ledger and score the par exactly. A wrong score is a
      *> defect, not a passing hiccup, so it is not retried (each
      *> retry would only replay the same script). Either way the
      *> run is backed out of the ledger and run catalog once its
      *> score is read, so a house self-check never ranks or
      *> scores points on the boards; a run that cannot be backed
      *> out fails the step, and is not retried either, since a
      *> retry would leave a second run behind.
      *> ============================================================
       STEP-PARCHECK.
           PERFORM FIND-COURSE-PAR
           EVALUATE TRUE
               WHEN WS-STEP-PARM1 = SPACES OR WS-STEP-PARM2 = SPACES
                   MOVE "FAILED" TO WS-STEP-OUTCOME
                   MOVE "PARCHECK NEEDS A COURSE AND A DRIVER"
                       TO WS-STEP-NOTE
                   MOVE 1 TO WS-ABANDON
               WHEN WS-PAR-FOUND = 0
                   MOVE "FAILED" TO WS-STEP-OUTCOME
                   MOVE "COURSE HAS NO PAR ON MRCOURSE.DAT"
                       TO WS-STEP-NOTE
                   MOVE 1 TO WS-ABANDON
               WHEN OTHER
                   PERFORM RUN-PAR-REPLAY
           END-EVALUATE.

       RUN-PAR-REPLAY.
           MOVE "MRHISCORE.DAT" TO WS-CHECK-NAME
           PERFORM COUNT-CHECK-RECORDS
           MOVE WS-RECORD-COUNT TO WS-LEDGER-BEFORE
           CALL "MARS-ROVER"
               ON EXCEPTION
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL
           IF WS-CALL-FAILED = 1
               MOVE "FAILED" TO WS-STEP-OUTCOME
               MOVE "MARS-ROVER NOT CALLABLE" TO WS-STEP-NOTE
           ELSE
               CANCEL "MARS-ROVER"
               MOVE "MRHISCORE.DAT" TO WS-CHECK-NAME
               PERFORM COUNT-CHECK-RECORDS
               IF WS-RECORD-COUNT NOT > WS-LEDGER-BEFORE
                   MOVE "FAILED" TO WS-STEP-OUTCOME
                   MOVE "NO LEDGER RECORD ADDED (RUN REJECTED?)"
                       TO WS-STEP-NOTE
               ELSE
                   PERFORM READ-LAST-CHECK-LINE
                   MOVE WS-LAST-LINE(16:5) TO WS-REPLAY-SCORE
                   MOVE SPACES TO WS-STEP-NOTE
                   IF WS-REPLAY-SCORE = WS-PAR-SCORE
                       STRING
                           "REPLAY SCORED PAR " DELIMITED SIZE
                           WS-PAR-SCORE         DELIMITED SIZE
                           INTO WS-STEP-NOTE
                       END-STRING
                   ELSE
                       MOVE "FAILED" TO WS-STEP-OUTCOME
                       MOVE 1 TO WS-ABANDON
                       STRING
                           "REPLAY SCORED "     DELIMITED SIZE
                           WS-REPLAY-SCORE      DELIMITED SIZE
                           ", PAR IS "          DELIMITED SIZE
                           WS-PAR-SCORE         DELIMITED SIZE
                           INTO WS-STEP-NOTE
                       END-STRING
                   END-IF
                   PERFORM BACK-OUT-PAR-RUN
               END-IF
           END-IF.

      *> ============================================================
      *> Take the replayed run back out of the ledger and the run
      *> catalog. It is the ledger's last record; in the HISCOREC
      *> layout its driver is columns 25-32 and its run ID 45-49,
      *> and in the RUNCATC layout the run ID is columns 1-5 and
      *> the telemetry file name 37-56. A last record that is not
      *> the house driver's, or carries no run ID, is left alone.
      *> The telemetry goes with a run that scored par; a run that
      *> missed is the evidence, so its file is kept under the
      *> course's MRPCKcourse.DAT name (the next run will reuse the
      *> backed-out run ID and with it the telemetry name) and
      *> named on the journal.
      *> ============================================================
       BACK-OUT-PAR-RUN.
           MOVE WS-LAST-LINE(45:5) TO WS-PAR-RUN-ID
           MOVE SPACES TO WS-PAR-TELEM
           MOVE 0 TO WS-BACKOUT-FAILED
           MOVE 0 TO WS-WORK-KEPT
           MOVE "00" TO WS-DROP-STATUS
           MOVE SPACES TO JRNL-RECORD
           IF WS-PAR-RUN-ID NOT NUMERIC OR
              WS-PAR-RUN-ID = "00000" OR
              WS-LAST-LINE(25:8) NOT = WS-STEP-PARM2(1:8)
               MOVE 1 TO WS-BACKOUT-FAILED
               STRING
                   "PARCHECK RUN NOT BACKED OUT, LAST LEDGER "
                                           DELIMITED SIZE
                   "RECORD IS NOT THE REPLAY'S"
                                           DELIMITED SIZE
                   INTO JRNL-RECORD
               END-STRING
           ELSE
               MOVE "MRHISCORE.DAT" TO WS-CHECK-NAME
               MOVE 45 TO WS-DROP-AT
               PERFORM DROP-PAR-RUN-RECORDS
               IF WS-BACKOUT-FAILED = 0
                   MOVE "MRRUNCAT.DAT" TO WS-CHECK-NAME
                   MOVE 1 TO WS-DROP-AT
                   PERFORM DROP-PAR-RUN-RECORDS
               END-IF
               IF WS-BACKOUT-FAILED = 1
                   STRING
                       "PARCHECK RUN "     DELIMITED SIZE
                       WS-PAR-RUN-ID       DELIMITED SIZE
                       " NOT BACKED OUT OF " DELIMITED SIZE
                       WS-CHECK-NAME       DELIMITED SPACES
                       ", STATUS="         DELIMITED SIZE
                       WS-DROP-STATUS      DELIMITED SIZE
                       INTO JRNL-RECORD
                   END-STRING
                   IF WS-WORK-KEPT = 1
                       MOVE SPACES TO WS-LAST-LINE
                       STRING
                           JRNL-RECORD     DELIMITED "  "
                           ", BACKED-OUT COPY LEFT IN "
                                           DELIMITED SIZE
                           WS-BKUP-NAME    DELIMITED SPACES
                           INTO WS-LAST-LINE
                       END-STRING
                       MOVE WS-LAST-LINE TO JRNL-RECORD
                   END-IF
               ELSE
                   PERFORM NOTE-PAR-RUN-BACKED-OUT
               END-IF
           END-IF
           WRITE JRNL-RECORD
           DISPLAY JRNL-RECORD
           IF WS-BACKOUT-FAILED = 1
               MOVE 1 TO WS-ABANDON
               IF WS-STEP-OUTCOME NOT = "FAILED"
                   MOVE "FAILED" TO WS-STEP-OUTCOME
                   MOVE SPACES TO WS-STEP-NOTE
                   STRING
                       "REPLAY SCORED PAR, RUN NOT BACKED OUT"
                                           DELIMITED SIZE
                       INTO WS-STEP-NOTE
                   END-STRING
               END-IF
           END-IF.

      *> The backed-out run's journal line, with the fate of its
      *> telemetry
       NOTE-PAR-RUN-BACKED-OUT.
           IF WS-PAR-TELEM = SPACES
               STRING
                   "PARCHECK RUN "         DELIMITED SIZE
                   WS-PAR-RUN-ID           DELIMITED SIZE
                   " BACKED OUT OF MRHISCORE.DAT, NO MRRUNCAT.DAT "
                                           DELIMITED SIZE
                   "ENTRY TO DROP"         DELIMITED SIZE
                   INTO JRNL-RECORD
               END-STRING
           ELSE
               IF WS-STEP-OUTCOME = "FAILED"
                   MOVE SPACES TO WS-PAR-KEPT
                   STRING
                       "MRPCK"             DELIMITED SIZE
                       WS-STEP-PARM1       DELIMITED SPACES
                       ".DAT"              DELIMITED SIZE
                       INTO WS-PAR-KEPT
                   END-STRING
                   CALL "CBL_RENAME_FILE" USING WS-PAR-TELEM
                                                WS-PAR-KEPT
                   END-CALL
                   IF RETURN-CODE NOT = 0
                       MOVE WS-PAR-TELEM TO WS-PAR-KEPT
                   END-IF
                   MOVE 0 TO RETURN-CODE
                   STRING
                       "PARCHECK RUN "     DELIMITED SIZE
                       WS-PAR-RUN-ID       DELIMITED SIZE
                       " BACKED OUT OF MRHISCORE.DAT AND "
                                           DELIMITED SIZE
                       "MRRUNCAT.DAT, TELEMETRY KEPT AS "
                                           DELIMITED SIZE
                       WS-PAR-KEPT         DELIMITED SPACES
                       INTO JRNL-RECORD
                   END-STRING
               ELSE
                   MOVE WS-PAR-TELEM TO WS-CHECK-NAME
                   CALL "CBL_DELETE_FILE" USING WS-CHECK-NAME
                   END-CALL
                   MOVE 0 TO RETURN-CODE
                   STRING
                       "PARCHECK RUN "     DELIMITED SIZE
                       WS-PAR-RUN-ID       DELIMITED SIZE
                       " BACKED OUT OF MRHISCORE.DAT AND "
                                           DELIMITED SIZE
                       "MRRUNCAT.DAT, TELEMETRY "
                                           DELIMITED SIZE
                       WS-PAR-TELEM        DELIMITED SPACES
                       " DELETED"          DELIMITED SIZE
                       INTO JRNL-RECORD
                   END-STRING
               END-IF
           END-IF.

      *> ============================================================
      *> Rewrite the file named in WS-CHECK-NAME without the records
      *> carrying the replayed run's ID at column WS-DROP-AT (the
      *> run catalog's entry also yields the telemetry name). The
      *> survivors are copied to base.PCK and then back over the
      *> master, so a failure before the copy-back leaves the
      *> master untouched and the partial copy is deleted; a
      *> failure during it keeps the copy for the operator.
      *> ============================================================
       DROP-PAR-RUN-RECORDS.
           MOVE SPACES TO WS-BKUP-BASE
           UNSTRING WS-CHECK-NAME DELIMITED BY "."
               INTO WS-BKUP-BASE
           END-UNSTRING
           MOVE SPACES TO WS-BKUP-NAME
           STRING
               WS-BKUP-BASE DELIMITED SPACES
               ".PCK"       DELIMITED SIZE
               INTO WS-BKUP-NAME
           END-STRING
           MOVE 0 TO WS-DROPPED
           OPEN INPUT CHECK-FILE
           IF WS-CHECK-STATUS NOT = "00"
               MOVE WS-CHECK-STATUS TO WS-DROP-STATUS
           ELSE
               OPEN OUTPUT BACKUP-FILE
               IF WS-BKUP-STATUS NOT = "00"
                   MOVE WS-BKUP-STATUS TO WS-DROP-STATUS
               ELSE
                   PERFORM UNTIL WS-CHECK-STATUS NOT = "00"
                       READ CHECK-FILE
                           AT END
                               MOVE "10" TO WS-CHECK-STATUS
                           NOT AT END
                               IF CHECK-RECORD(WS-DROP-AT:5) =
                                  WS-PAR-RUN-ID
                                   ADD 1 TO WS-DROPPED
                                   IF WS-DROP-AT = 1
                                       MOVE CHECK-RECORD(37:20)
                                           TO WS-PAR-TELEM
                                   END-IF
                               ELSE
                                   MOVE CHECK-RECORD TO BKUP-RECORD
                                   WRITE BKUP-RECORD
                                   IF WS-BKUP-STATUS NOT = "00"
                                       MOVE WS-BKUP-STATUS
                                           TO WS-DROP-STATUS
                                       MOVE "10" TO WS-CHECK-STATUS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-CHECK-STATUS NOT = "10" AND
                      WS-DROP-STATUS = "00"
                       MOVE WS-CHECK-STATUS TO WS-DROP-STATUS
                   END-IF
                   CLOSE BACKUP-FILE
               END-IF
               CLOSE CHECK-FILE
               MOVE "00" TO WS-CHECK-STATUS
           END-IF
           IF WS-DROP-STATUS = "00" AND WS-DROPPED > 0
               PERFORM COPY-BACK-PAR-WORK
           END-IF
           IF WS-DROP-STATUS NOT = "00"
               MOVE 1 TO WS-BACKOUT-FAILED
           END-IF
           IF WS-WORK-KEPT = 0
               CALL "CBL_DELETE_FILE" USING WS-BKUP-NAME
               END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF.

       COPY-BACK-PAR-WORK.
           OPEN INPUT BACKUP-FILE
           IF WS-BKUP-STATUS NOT = "00"
               MOVE WS-BKUP-STATUS TO WS-DROP-STATUS
           ELSE
               OPEN OUTPUT CHECK-FILE
               IF WS-CHECK-STATUS NOT = "00"
                   MOVE WS-CHECK-STATUS TO WS-DROP-STATUS
               ELSE
                   PERFORM UNTIL WS-BKUP-STATUS NOT = "00"
                       READ BACKUP-FILE
                           AT END
                               MOVE "10" TO WS-BKUP-STATUS
                           NOT AT END
                               MOVE BKUP-RECORD TO CHECK-RECORD
                               WRITE CHECK-RECORD
                               IF WS-CHECK-STATUS NOT = "00"
                                   MOVE WS-CHECK-STATUS
                                       TO WS-DROP-STATUS
                                   MOVE "10" TO WS-BKUP-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-BKUP-STATUS NOT = "10" AND
                      WS-DROP-STATUS = "00"
                       MOVE WS-BKUP-STATUS TO WS-DROP-STATUS
                   END-IF
                   CLOSE CHECK-FILE
                   MOVE "00" TO WS-CHECK-STATUS
               END-IF
               CLOSE BACKUP-FILE
               MOVE "00" TO WS-BKUP-STATUS
           END-IF
           IF WS-DROP-STATUS NOT = "00"
               MOVE 1 TO WS-WORK-KEPT
           END-IF.

      *> ============================================================
      *> HANDICAP: the month's handicaps must be on MRHCAP.DAT
      *> afterwards. In the HCAPC layout the month is columns 1-6.
      *> A month with no drivers at all to rate is not a failure.
      *> ============================================================
       STEP-HANDICAP.
           IF WS-STEP-PARM1 = SPACES
               MOVE WS-DATE(1:6) TO WS-HCAP-MONTH
           ELSE
               MOVE WS-STEP-PARM1 TO WS-HCAP-MONTH
           END-IF
           CALL "HANDICAP"
               ON EXCEPTION
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL
           IF WS-CALL-FAILED = 1
               MOVE "FAILED" TO WS-STEP-OUTCOME
               MOVE "HANDICAP NOT CALLABLE" TO WS-STEP-NOTE
           ELSE
               CANCEL "HANDICAP"
               MOVE 0 TO WS-HCAP-COUNT
               MOVE 0 TO WS-FILE-FOUND
               MOVE "MRHCAP.DAT" TO WS-CHECK-NAME
               OPEN INPUT CHECK-FILE
               IF WS-CHECK-STATUS = "00"
                   MOVE 1 TO WS-FILE-FOUND
                   PERFORM UNTIL WS-CHECK-STATUS NOT = "00"
                       READ CHECK-FILE
                           AT END
                               MOVE "10" TO WS-CHECK-STATUS
                           NOT AT END
                               IF CHECK-RECORD(1:6) = WS-HCAP-MONTH
                                   ADD 1 TO WS-HCAP-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHECK-FILE
                   MOVE "00" TO WS-CHECK-STATUS
               END-IF
               IF WS-FILE-FOUND = 0 OR WS-HCAP-COUNT = 0
                   MOVE "NO HANDICAPS ON FILE FOR THE MONTH"
                       TO WS-STEP-NOTE
               ELSE
                   MOVE SPACES TO WS-STEP-NOTE
                   STRING
                       WS-HCAP-COUNT   DELIMITED SIZE
                       " HANDICAPS ON FILE FOR " DELIMITED SIZE
                       WS-HCAP-MONTH   DELIMITED SIZE
                       INTO WS-STEP-NOTE
                   END-STRING
               END-IF
           END-IF.

      *> ============================================================
      *> Find the step's course on the course catalog and take its
      *> par. In the COURSEC layout the course name is columns 1-8,
      *> the par score 64-68, and the date the par was set 77-84
      *> (zero, or blank on an entry older than par, for none).
      *> ============================================================
       FIND-COURSE-PAR.
           MOVE 0 TO WS-PAR-FOUND
           MOVE SPACES TO WS-PAR-SCORE
           MOVE "MRCOURSE.DAT" TO WS-CHECK-NAME
           OPEN INPUT CHECK-FILE
           IF WS-CHECK-STATUS = "00"
               PERFORM UNTIL WS-CHECK-STATUS NOT = "00"
                   READ CHECK-FILE
                       AT END
                           MOVE "10" TO WS-CHECK-STATUS
                       NOT AT END
                           IF CHECK-RECORD(1:8) = WS-STEP-PARM1 AND
                              CHECK-RECORD(64:5) IS NUMERIC AND
                              CHECK-RECORD(77:8) IS NUMERIC AND
                              CHECK-RECORD(77:8) NOT = "00000000"
                               MOVE 1 TO WS-PAR-FOUND
                               MOVE CHECK-RECORD(64:5)
                                   TO WS-PAR-SCORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-FILE
               MOVE "00" TO WS-CHECK-STATUS
           END-IF.

      *> ============================================================
      *> Leave the last record of the file named by WS-CHECK-NAME in
      *> WS-LAST-LINE (spaces if it is missing or empty).
      *> ============================================================
       READ-LAST-CHECK-LINE.
           MOVE SPACES TO WS-LAST-LINE
           OPEN INPUT CHECK-FILE
           IF WS-CHECK-STATUS = "00"
               PERFORM UNTIL WS-CHECK-STATUS NOT = "00"
                   READ CHECK-FILE
                       AT END
                           MOVE "10" TO WS-CHECK-STATUS
                       NOT AT END
                           MOVE CHECK-RECORD TO WS-LAST-LINE
                   END-READ
               END-PERFORM
               CLOSE CHECK-FILE
               MOVE "00" TO WS-CHECK-STATUS
           END-IF.

      *> ============================================================
      *> Count the records in the file named by WS-CHECK-NAME.
      *> WS-FILE-FOUND says whether it opened at all.
               WS-RETRIED-STEPS DELIMITED SIZE
               " FAILED "       DELIMITED SIZE
               WS-BAD-STEPS     DELIMITED SIZE
               " BACKUPS FAILED " DELIMITED SIZE
               WS-BAD-BACKUPS   DELIMITED SIZE
               INTO JRNL-RECORD
           END-STRING
           WRITE JRNL-RECORD
                   INTO JRNL-RECORD
               END-STRING
           END-IF
           IF WS-BAD-BACKUPS > 0
               MOVE JRNL-RECORD TO WS-LAST-LINE
               MOVE SPACES TO JRNL-RECORD
               STRING
                   WS-LAST-LINE       DELIMITED "  "
                   ", "               DELIMITED SIZE
                   WS-BAD-BACKUPS     DELIMITED SIZE
                   " BACKUPS FAILED"  DELIMITED SIZE
                   INTO JRNL-RECORD
               END-STRING
           END-IF
           WRITE JRNL-RECORD
           DISPLAY JRNL-RECORD.
