       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RESTORE.
       AUTHOR. OPERATIONS.

      *> ============================================================
      *> Master File Restore — COBOL
      *>
      *> Companion to NIGHT-OPS's pre-night backups. Before its
      *> first step each night NIGHT-OPS copies the master files
      *> (MRHISCORE.DAT, MRRUNCAT.DAT, MRDRIVER.DAT, LIFEHIST.DAT,
      *> LIFEPLIB.DAT) into a generation named for the night —
      *> MRHISCORE.20261015 and so on — and indexes each copy in
      *> NIGHTBKUP.DAT as "date,master,copy,records". This program
      *> puts a chosen generation back, so recovering from a step
      *> that damaged a file is one command instead of rebuilding
      *> the ledger by hand from the archive files.
      *>
      *> Driven by a COMMAND-LINE parameter:
      *>
      *>   LIST                       every generation on the index
      *>                              with its record counts
      *>   yyyymmdd,master,operator   restore one master file
      *>                              (MRHISCORE or MRHISCORE.DAT)
      *>                              from that night's generation
      *>   yyyymmdd,ALL,operator      restore every master file the
      *>                              night's generation holds
      *>
      *> The operator is required: every restore is journaled in
      *> NIGHTJRNL.DAT, next to the nights themselves, with the
      *> date and time, who ran it, what was restored from which
      *> copy, and the record count. A generation whose copy no
      *> longer holds the record count it was indexed with is
      *> refused, and the restored file is counted back against
      *> the index. The file being replaced is not thrown away: it
      *> is kept as master.Ryyyymmdd (today's date) in case the
      *> wrong generation was chosen. A kept copy is never
      *> overwritten: a second restore of the same master on the
      *> same day leaves the first day's copy (the file as it was
      *> before any of the day's restores) in place and journals
      *> it as already kept.
      *>
      *> A restore does not touch NIGHTREST.DAT. If the restart
      *> file still marks steps of an unfinished night complete,
      *> the restore says so — a rerun would skip those steps
      *> against the files just put back, so the operator decides
      *> whether to clear it first.
      *> ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKINDEX-FILE ASSIGN TO "NIGHTBKUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKIX-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "NIGHTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RESTART-FILE ASSIGN TO "NIGHTREST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REST-STATUS.
           SELECT FROM-FILE ASSIGN USING WS-FROM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FROM-STATUS.
           SELECT TO-FILE ASSIGN USING WS-TO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKINDEX-FILE.
       01  BKIX-RECORD         PIC X(80).

       FD  JOURNAL-FILE.
       01  JRNL-RECORD         PIC X(160).

       FD  RESTART-FILE.
       01  REST-RECORD         PIC X(80).

      *> Source and target of a file copy; as wide as NIGHT-OPS's
      *> backup window, so a copy comes back exactly as it went
       FD  FROM-FILE.
       01  FROM-RECORD         PIC X(130).

       FD  TO-FILE.
       01  TO-RECORD           PIC X(130).

       WORKING-STORAGE SECTION.

       01 WS-BKIX-STATUS    PIC XX    VALUE "00".
       01 WS-JRNL-STATUS    PIC XX    VALUE "00".
       01 WS-REST-STATUS    PIC XX    VALUE "00".
       01 WS-FROM-STATUS    PIC XX    VALUE "00".
       01 WS-TO-STATUS      PIC XX    VALUE "00".
       01 WS-FROM-NAME      PIC X(20) VALUE SPACES.
       01 WS-TO-NAME        PIC X(20) VALUE SPACES.

      *> The command-line parameters in hand
       01 WS-PARM-STRING    PIC X(60) VALUE SPACES.
       01 WS-ACTION         PIC X(8)  VALUE SPACES.
       01 WS-RESTORE-MASTER PIC X(13) VALUE SPACES.
       01 WS-RESTORE-BASE   PIC X(13) VALUE SPACES.
       01 WS-OPERATOR       PIC X(12) VALUE SPACES.

      *> The master files NIGHT-OPS backs up
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
       01 WS-MASTER-BASE    PIC X(13) VALUE SPACES.
       01 WS-MASTER-IX      PIC 9     VALUE 0.

      *> The generation index in storage
       01 WS-GEN-COUNT      PIC 9(3)  VALUE 0.
       01 WS-GEN-MAX        PIC 9(3)  VALUE 300.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 300 TIMES.
             10 WS-GEN-DATE    PIC X(8).
             10 WS-GEN-MASTER  PIC X(13).
             10 WS-GEN-COPY    PIC X(20).
             10 WS-GEN-RECORDS PIC X(6).
       01 WS-GX             PIC 9(3)  VALUE 0.
       01 WS-FOUND-IX       PIC 9(3)  VALUE 0.
       01 WS-LAST-DATE      PIC X(8)  VALUE SPACES.

      *> One restore: the copy's records counted before, the file
      *> kept aside, and the records written back
       01 WS-COPY-COUNT     PIC 9(6)  VALUE 0.
       01 WS-COPY-FAILED    PIC 9     VALUE 0.
       01 WS-IX-RECORDS     PIC 9(6)  VALUE 0.
       01 WS-KEPT-NAME      PIC X(20) VALUE SPACES.
       01 WS-KEPT-BEFORE    PIC 9     VALUE 0.
       01 WS-KEPT-TEXT      PIC X(30) VALUE SPACES.
       01 WS-RESTORED       PIC 9     VALUE 0.
       01 WS-RESTORE-COUNT  PIC 9     VALUE 0.
       01 WS-REFUSED-COUNT  PIC 9     VALUE 0.
       01 WS-RESULT-TEXT    PIC X(70) VALUE SPACES.
       01 WS-REST-MARKS     PIC 9(4)  VALUE 0.

       01 WS-TODAY          PIC 9(8)  VALUE 0.
       01 WS-TIME           PIC 9(8)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-ACTION WS-RESTORE-MASTER WS-OPERATOR
           END-UNSTRING
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           PERFORM LOAD-BACKUP-INDEX
           IF WS-ACTION = "LIST"
               PERFORM LIST-GENERATIONS
           ELSE
               IF WS-ACTION IS NOT NUMERIC OR
                  WS-RESTORE-MASTER = SPACES
                   DISPLAY "MASTER-RESTORE: LIST / "
                       "yyyymmdd,master|ALL,operator"
               ELSE
                   IF WS-OPERATOR = SPACES
                       DISPLAY "RESTORE REFUSED: NO OPERATOR GIVEN,"
                           " A RESTORE MUST SAY WHO RAN IT"
                   ELSE
                       PERFORM RUN-RESTORE
                   END-IF
               END-IF
           END-IF
           GOBACK.

      *> ============================================================
      *> Read the generation index into storage.
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
                           IF WS-GEN-COUNT < WS-GEN-MAX
                               ADD 1 TO WS-GEN-COUNT
                               PERFORM TAKE-INDEX-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BKINDEX-FILE
           END-IF.

       TAKE-INDEX-RECORD.
           MOVE SPACES TO WS-GEN-ENTRY(WS-GEN-COUNT)
           UNSTRING BKIX-RECORD DELIMITED BY ","
               INTO WS-GEN-DATE(WS-GEN-COUNT)
                    WS-GEN-MASTER(WS-GEN-COUNT)
                    WS-GEN-COPY(WS-GEN-COUNT)
                    WS-GEN-RECORDS(WS-GEN-COUNT)
           END-UNSTRING.

      *> ============================================================
      *> LIST: every generation on the index, a night at a time.
      *> ============================================================
       LIST-GENERATIONS.
           IF WS-GEN-COUNT = 0
               DISPLAY "NO BACKUP GENERATIONS ON NIGHTBKUP.DAT"
           ELSE
               DISPLAY "BACKUP GENERATIONS"
               DISPLAY "NIGHT     MASTER         COPY"
                   "                 RECORDS"
               MOVE SPACES TO WS-LAST-DATE
               PERFORM VARYING WS-GX FROM 1 BY 1
                       UNTIL WS-GX > WS-GEN-COUNT
                   IF WS-GEN-DATE(WS-GX) NOT = WS-LAST-DATE
                       DISPLAY " "
                       MOVE WS-GEN-DATE(WS-GX) TO WS-LAST-DATE
                   END-IF
                   DISPLAY WS-GEN-DATE(WS-GX) "  "
                       WS-GEN-MASTER(WS-GX) "  "
                       WS-GEN-COPY(WS-GX) " "
                       WS-GEN-RECORDS(WS-GX)
               END-PERFORM
           END-IF.

      *> ============================================================
      *> Restore the named master, or with ALL every master the
      *> night's generation holds, then warn if an unfinished
      *> night's restart marks are still on file.
      *> ============================================================
       RUN-RESTORE.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE 0 TO WS-REFUSED-COUNT
           PERFORM OPEN-JOURNAL
           IF WS-RESTORE-MASTER = "ALL"
               PERFORM VARYING WS-MX FROM 1 BY 1
                       UNTIL WS-MX > WS-MASTER-COUNT
                   MOVE WS-MX TO WS-MASTER-IX
                   PERFORM FIND-GENERATION
                   IF WS-FOUND-IX > 0
                       PERFORM RESTORE-ONE-MASTER
                   END-IF
               END-PERFORM
               IF WS-RESTORE-COUNT = 0 AND WS-REFUSED-COUNT = 0
                   DISPLAY "RESTORE REFUSED: NO GENERATION FOR "
                       WS-ACTION " ON NIGHTBKUP.DAT"
               END-IF
           ELSE
               PERFORM FIND-MASTER
               IF WS-MASTER-IX = 0
                   DISPLAY "RESTORE REFUSED: "
                       FUNCTION TRIM(WS-RESTORE-MASTER)
                       " IS NOT A BACKED-UP MASTER FILE"
               ELSE
                   PERFORM FIND-GENERATION
                   IF WS-FOUND-IX = 0
                       DISPLAY "RESTORE REFUSED: NO "
                           FUNCTION TRIM(WS-MASTER-NAME
                               (WS-MASTER-IX))
                           " GENERATION FOR " WS-ACTION
                   ELSE
                       PERFORM RESTORE-ONE-MASTER
                   END-IF
               END-IF
           END-IF
           IF WS-RESTORE-COUNT > 0
               PERFORM CHECK-RESTART-MARKS
           END-IF
           CLOSE JOURNAL-FILE.

       OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      *> ============================================================
      *> Match the master named on the parameter (with or without
      *> its .DAT) to the backed-up list; WS-MASTER-IX 0 if none.
      *> ============================================================
       FIND-MASTER.
           MOVE 0 TO WS-MASTER-IX
           MOVE SPACES TO WS-RESTORE-BASE
           UNSTRING WS-RESTORE-MASTER DELIMITED BY "."
               INTO WS-RESTORE-BASE
           END-UNSTRING
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MASTER-COUNT
               MOVE SPACES TO WS-MASTER-BASE
               UNSTRING WS-MASTER-NAME(WS-MX) DELIMITED BY "."
                   INTO WS-MASTER-BASE
               END-UNSTRING
               IF WS-MASTER-BASE = WS-RESTORE-BASE
                   MOVE WS-MX TO WS-MASTER-IX
               END-IF
           END-PERFORM.

      *> ============================================================
      *> The index entry for the chosen night and master;
      *> WS-FOUND-IX 0 if that night has no copy of it.
      *> ============================================================
       FIND-GENERATION.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GEN-COUNT
               IF WS-GEN-DATE(WS-GX) = WS-ACTION AND
                  WS-GEN-MASTER(WS-GX) = WS-MASTER-NAME(WS-MASTER-IX)
                   MOVE WS-GX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

      *> ============================================================
      *> Put one generation back over its master file. The copy is
      *> counted first and refused if it no longer matches the
      *> index; the master being replaced is kept aside as
      *> master.Ryyyymmdd; the restored file is counted again.
      *> Whatever happens is journaled with the operator's name.
      *> ============================================================
       RESTORE-ONE-MASTER.
           MOVE 0 TO WS-RESTORED
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE SPACES TO WS-KEPT-NAME
           MOVE 0 TO WS-KEPT-BEFORE
           MOVE 0 TO WS-IX-RECORDS
           IF WS-GEN-RECORDS(WS-FOUND-IX) IS NUMERIC
               MOVE WS-GEN-RECORDS(WS-FOUND-IX) TO WS-IX-RECORDS
           END-IF
           MOVE WS-GEN-COPY(WS-FOUND-IX) TO WS-FROM-NAME
           PERFORM COUNT-FROM-RECORDS
           IF WS-COPY-FAILED = 1
               MOVE "REFUSED, BACKUP COPY IS MISSING" TO WS-RESULT-TEXT
           ELSE
               IF WS-COPY-COUNT NOT = WS-IX-RECORDS
                   STRING
                       "REFUSED, BACKUP COPY HOLDS " DELIMITED SIZE
                       WS-COPY-COUNT                 DELIMITED SIZE
                       " RECORDS NOT "               DELIMITED SIZE
                       WS-IX-RECORDS                 DELIMITED SIZE
                       INTO WS-RESULT-TEXT
                   END-STRING
               ELSE
                   PERFORM KEEP-CURRENT-MASTER
                   IF WS-COPY-FAILED NOT = 0
                       MOVE "REFUSED, CURRENT FILE COULD NOT BE KEPT"
                           TO WS-RESULT-TEXT
                   ELSE
                       PERFORM PUT-GENERATION-BACK
                   END-IF
               END-IF
           END-IF
           IF WS-RESTORED = 1
               ADD 1 TO WS-RESTORE-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           PERFORM JOURNAL-RESTORE.

      *> ============================================================
      *> Copy the master about to be replaced to master.Ryyyymmdd.
      *> A master that is not there at all has nothing to keep. A
      *> master.Ryyyymmdd already on file is an earlier restore's
      *> keep from today and is left as it is; one that is there
      *> but cannot be read is not written over either, and the
      *> restore is refused. A keep that fails part-way is deleted.
      *> ============================================================
       KEEP-CURRENT-MASTER.
           MOVE 0 TO WS-COPY-FAILED
           MOVE WS-GEN-MASTER(WS-FOUND-IX) TO WS-FROM-NAME
           OPEN INPUT FROM-FILE
           IF WS-FROM-STATUS = "00"
               CLOSE FROM-FILE
               MOVE SPACES TO WS-MASTER-BASE
               UNSTRING WS-GEN-MASTER(WS-FOUND-IX) DELIMITED BY "."
                   INTO WS-MASTER-BASE
               END-UNSTRING
               STRING
                   WS-MASTER-BASE DELIMITED SPACES
                   ".R"           DELIMITED SIZE
                   WS-TODAY       DELIMITED SIZE
                   INTO WS-KEPT-NAME
               END-STRING
               MOVE WS-KEPT-NAME TO WS-FROM-NAME
               OPEN INPUT FROM-FILE
               EVALUATE WS-FROM-STATUS
                   WHEN "00"
                       CLOSE FROM-FILE
                       MOVE 1 TO WS-KEPT-BEFORE
                   WHEN "35"
                       MOVE WS-GEN-MASTER(WS-FOUND-IX)
                           TO WS-FROM-NAME
                       MOVE WS-KEPT-NAME TO WS-TO-NAME
                       PERFORM COPY-FROM-TO
                       IF WS-COPY-FAILED NOT = 0
      *>                   A part copy must not pass for a keep later
                           CALL "CBL_DELETE_FILE" USING WS-KEPT-NAME
                           END-CALL
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   WHEN OTHER
                       MOVE 2 TO WS-COPY-FAILED
               END-EVALUATE
               IF WS-COPY-FAILED NOT = 0
                   MOVE SPACES TO WS-KEPT-NAME
               END-IF
           END-IF
           MOVE "00" TO WS-FROM-STATUS.

      *> ============================================================
      *> Copy the generation over the master and count it back.
      *> ============================================================
       PUT-GENERATION-BACK.
           MOVE WS-GEN-COPY(WS-FOUND-IX) TO WS-FROM-NAME
           MOVE WS-GEN-MASTER(WS-FOUND-IX) TO WS-TO-NAME
           PERFORM COPY-FROM-TO
           IF WS-COPY-FAILED NOT = 0
               STRING
                   "FAILED WRITING THE MASTER, STATUS=" DELIMITED SIZE
                   WS-TO-STATUS                         DELIMITED SIZE
                   INTO WS-RESULT-TEXT
               END-STRING
           ELSE
               MOVE WS-GEN-MASTER(WS-FOUND-IX) TO WS-FROM-NAME
               PERFORM COUNT-FROM-RECORDS
               IF WS-COPY-COUNT NOT = WS-IX-RECORDS
                   STRING
                       "FAILED, MASTER READS BACK " DELIMITED SIZE
                       WS-COPY-COUNT                DELIMITED SIZE
                       " RECORDS NOT "              DELIMITED SIZE
                       WS-IX-RECORDS                DELIMITED SIZE
                       INTO WS-RESULT-TEXT
                   END-STRING
               ELSE
                   MOVE 1 TO WS-RESTORED
                   STRING
                       WS-COPY-COUNT   DELIMITED SIZE
                       " RECORDS"      DELIMITED SIZE
                       INTO WS-RESULT-TEXT
                   END-STRING
               END-IF
           END-IF.

      *> ============================================================
      *> Count the records of WS-FROM-NAME into WS-COPY-COUNT;
      *> WS-COPY-FAILED 1 if it will not open.
      *> ============================================================
       COUNT-FROM-RECORDS.
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-FAILED
           OPEN INPUT FROM-FILE
           IF WS-FROM-STATUS NOT = "00"
               MOVE 1 TO WS-COPY-FAILED
           ELSE
               PERFORM UNTIL WS-FROM-STATUS NOT = "00"
                   READ FROM-FILE
                       AT END
                           MOVE "10" TO WS-FROM-STATUS
                       NOT AT END
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE FROM-FILE
           END-IF
           MOVE "00" TO WS-FROM-STATUS.

      *> ============================================================
      *> Copy WS-FROM-NAME to WS-TO-NAME record for record, counting
      *> into WS-COPY-COUNT. WS-COPY-FAILED is 1 when the source
      *> will not open, 2 when the target cannot be written.
      *> ============================================================
       COPY-FROM-TO.
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-FAILED
           OPEN INPUT FROM-FILE
           IF WS-FROM-STATUS NOT = "00"
               MOVE 1 TO WS-COPY-FAILED
           ELSE
               OPEN OUTPUT TO-FILE
               IF WS-TO-STATUS NOT = "00"
                   MOVE 2 TO WS-COPY-FAILED
               ELSE
                   PERFORM UNTIL WS-FROM-STATUS NOT = "00"
                       READ FROM-FILE
                           AT END
                               MOVE "10" TO WS-FROM-STATUS
                           NOT AT END
                               MOVE FROM-RECORD TO TO-RECORD
                               WRITE TO-RECORD
                               IF WS-TO-STATUS NOT = "00"
                                   MOVE 2 TO WS-COPY-FAILED
                                   MOVE "10" TO WS-FROM-STATUS
                               ELSE
                                   ADD 1 TO WS-COPY-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TO-FILE
               END-IF
               CLOSE FROM-FILE
           END-IF
           MOVE "00" TO WS-FROM-STATUS.

      *> ============================================================
      *> Journal one restore (or refusal): when, who, which master
      *> from which copy, the outcome, and where the replaced file
      *> was kept.
      *> ============================================================
       JOURNAL-RESTORE.
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO JRNL-RECORD
           IF WS-KEPT-BEFORE = 1
               MOVE ", PRIOR FILE ALREADY KEPT AS" TO WS-KEPT-TEXT
           ELSE
               MOVE ", PRIOR FILE KEPT AS" TO WS-KEPT-TEXT
           END-IF
           IF WS-KEPT-NAME = SPACES
               STRING
                   "MASTER RESTORE "             DELIMITED SIZE
                   WS-TODAY                      DELIMITED SIZE
                   " "                           DELIMITED SIZE
                   WS-TIME(1:6)                  DELIMITED SIZE
                   " BY "                        DELIMITED SIZE
                   WS-OPERATOR                   DELIMITED SPACES
                   ": "                          DELIMITED SIZE
                   WS-GEN-MASTER(WS-FOUND-IX)    DELIMITED SPACES
                   " FROM "                      DELIMITED SIZE
                   WS-GEN-COPY(WS-FOUND-IX)      DELIMITED SPACES
                   " "                           DELIMITED SIZE
                   WS-RESULT-TEXT                DELIMITED "  "
                   INTO JRNL-RECORD
               END-STRING
           ELSE
               STRING
                   "MASTER RESTORE "             DELIMITED SIZE
                   WS-TODAY                      DELIMITED SIZE
                   " "                           DELIMITED SIZE
                   WS-TIME(1:6)                  DELIMITED SIZE
                   " BY "                        DELIMITED SIZE
                   WS-OPERATOR                   DELIMITED SPACES
                   ": "                          DELIMITED SIZE
                   WS-GEN-MASTER(WS-FOUND-IX)    DELIMITED SPACES
                   " FROM "                      DELIMITED SIZE
                   WS-GEN-COPY(WS-FOUND-IX)      DELIMITED SPACES
                   " "                           DELIMITED SIZE
                   WS-RESULT-TEXT                DELIMITED "  "
                   WS-KEPT-TEXT                  DELIMITED "  "
                   " "                           DELIMITED SIZE
                   WS-KEPT-NAME                  DELIMITED SPACES
                   INTO JRNL-RECORD
               END-STRING
           END-IF
           WRITE JRNL-RECORD
           DISPLAY JRNL-RECORD.

      *> ============================================================
      *> An unfinished night's restart marks would have a rerun
      *> skip steps against the files just restored; say so.
      *> ============================================================
       CHECK-RESTART-MARKS.
           MOVE 0 TO WS-REST-MARKS
           OPEN INPUT RESTART-FILE
           IF WS-REST-STATUS = "00"
               PERFORM UNTIL WS-REST-STATUS NOT = "00"
                   READ RESTART-FILE
                       AT END
                           MOVE "10" TO WS-REST-STATUS
                       NOT AT END
                           ADD 1 TO WS-REST-MARKS
                   END-READ
               END-PERFORM
               CLOSE RESTART-FILE
           END-IF
           IF WS-REST-MARKS > 0
               MOVE SPACES TO JRNL-RECORD
               STRING
                   "MASTER RESTORE NOTE: NIGHTREST.DAT STILL MARKS "
                                       DELIMITED SIZE
                   WS-REST-MARKS       DELIMITED SIZE
                   " STEPS COMPLETE; A RERUN WILL SKIP THEM"
                                       DELIMITED SIZE
                   INTO JRNL-RECORD
               END-STRING
               WRITE JRNL-RECORD
               DISPLAY JRNL-RECORD
           END-IF.
