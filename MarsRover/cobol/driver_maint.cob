      *> rewrites the master, and appends who-changed-what-and-when
      *> to the MRDRVAUD.DAT audit file under the operator ID keyed
      *> at start-up.
      *>
      *> Batch mode, for registering a season's drivers at once or
      *> running unattended as a NIGHT-OPS step, takes a
      *> COMMAND-LINE parameter:
      *>
      *>   BATCH[,txn-file[,operator]]
      *>
      *> and applies a transaction file (default MRDRVTXN.DAT) of
      *> one change per line — "ADD,id,name", "RENAME,id,name",
      *> "DEACT,id", "REACT,id" — under the operator ID given
      *> (default BATCH). Each transaction passes the same checks
      *> as the keyed command and is audited the same way; one
      *> that fails goes on the reject report (MRDRVREJ.DAT,
      *> rewritten each batch) as keyed, with its line number and
      *> the reason, ready to be corrected and resubmitted. The
      *> report ends with a TOTALS line of transactions read,
      *> applied, and rejected. A processed transaction file is
      *> set aside as name.Dyyyymmdd so the next batch does not
      *> apply it again.
      *>
      *> Modification history:
      *>   - BATCH mode added. The ADD, RENAME, DEACT, and REACT
      *>     checks moved into shared CHECK- paragraphs that leave
      *>     a reject reason, and the changes into shared APPLY-
      *>     paragraphs, so a keyed command and a batch transaction
      *>     are checked, applied, and audited by the same code.
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "MRDRVAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TXN-FILE ASSIGN USING WS-TXN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT REJECT-FILE ASSIGN TO "MRDRVREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(100).

       FD  TXN-FILE.
       01  TXN-RECORD          PIC X(80).

       FD  REJECT-FILE.
       01  REJECT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-DRIVER-STATUS  PIC XX   VALUE "00".
       01 WS-AUDIT-STATUS   PIC XX   VALUE "00".
       01 WS-TXN-STATUS     PIC XX   VALUE "00".
       01 WS-REJECT-STATUS  PIC XX   VALUE "00".

      *> Who is making the changes, for the audit trail
       01 WS-OPERATOR       PIC X(8)  VALUE SPACES.
       01 WS-FOUND-IX       PIC 9(4)  VALUE 0.
       01 WS-DONE           PIC 9     VALUE 0.

      *> Why the change in hand cannot be made (spaces if it can),
      *> set by the CHECK- paragraphs for keyed and batch alike
       01 WS-REJECT-REASON  PIC X(60) VALUE SPACES.

      *> Batch mode: the parameter, the transaction file and its
      *> set-aside name, the transaction in hand, and the counts
       01 WS-PARM-STRING    PIC X(60) VALUE SPACES.
       01 WS-MODE           PIC X(8)  VALUE SPACES.
       01 WS-TXN-NAME       PIC X(20) VALUE SPACES.
       01 WS-TXN-BASE       PIC X(20) VALUE SPACES.
       01 WS-TXN-DONE-NAME  PIC X(20) VALUE SPACES.
       01 WS-TXN-TYPE       PIC X(8)  VALUE SPACES.
       01 WS-TXN-LINE       PIC 9(5)  VALUE 0.
       01 WS-TXN-READ       PIC 9(5)  VALUE 0.
       01 WS-TXN-APPLIED    PIC 9(5)  VALUE 0.
       01 WS-TXN-REJECTED   PIC 9(5)  VALUE 0.

       01 WS-TODAY          PIC 9(8)  VALUE 0.
       01 WS-NOW            PIC 9(8)  VALUE 0.
       01 WS-I              PIC 9(4)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-MODE WS-TXN-NAME WS-OPERATOR
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-MODE) = "BATCH"
               PERFORM RUN-BATCH
           ELSE
               MOVE SPACES TO WS-OPERATOR
               DISPLAY "===== DRIVER MASTER MAINTENANCE ====="
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
                   ON EXCEPTION MOVE SPACES TO WS-OPERATOR
               END-ACCEPT
               IF WS-OPERATOR = SPACES
                   DISPLAY "NO OPERATOR ID, NO CHANGES ALLOWED"
               ELSE
                   PERFORM LOAD-MASTER
                   PERFORM COMMAND-LOOP UNTIL WS-DONE = 1
               END-IF
           END-IF
           GOBACK.

      *> ============================================================
       ADD-DRIVER.
           PERFORM PROMPT-FOR-ID
           PERFORM CHECK-NEW-ID
           IF WS-REJECT-REASON = SPACES
               PERFORM PROMPT-FOR-NAME
               PERFORM CHECK-NEW-NAME
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-REJECT-REASON TRAILING)
           ELSE
               PERFORM APPLY-ADD
           END-IF.

      *> ============================================================
      *> RENAME: an existing ID gets a new non-blank name; the old
      *> ============================================================
       RENAME-DRIVER.
           PERFORM PROMPT-FOR-ID
           PERFORM CHECK-EXISTING-ID
           IF WS-REJECT-REASON = SPACES
               PERFORM PROMPT-FOR-NAME
               PERFORM CHECK-NEW-NAME
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-REJECT-REASON TRAILING)
           ELSE
               PERFORM APPLY-RENAME
           END-IF.

      *> ============================================================
      *> ============================================================
       DEACTIVATE-DRIVER.
           PERFORM PROMPT-FOR-ID
           PERFORM CHECK-CAN-DEACT
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-REJECT-REASON TRAILING)
           ELSE
               PERFORM APPLY-DEACT
           END-IF.

      *> ============================================================
      *> REACT: an inactive driver may sign in again.
      *> ============================================================
       REACTIVATE-DRIVER.
           PERFORM PROMPT-FOR-ID
           PERFORM CHECK-CAN-REACT
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-REJECT-REASON TRAILING)
           ELSE
               PERFORM APPLY-REACT
           END-IF.

      *> ============================================================
      *> The checks every change must pass, keyed or batch. Each
      *> works on WS-IN-ID / WS-IN-NAME with WS-FOUND-IX already
      *> set by FIND-DRIVER, and leaves WS-REJECT-REASON spaces
      *> when the change may go ahead.
      *> ============================================================
       CHECK-NEW-ID.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN WS-IN-ID = SPACES
                   MOVE "BLANK ID REJECTED" TO WS-REJECT-REASON
               WHEN WS-FOUND-IX > 0
                   STRING
                       "DUPLICATE ID REJECTED: " DELIMITED SIZE
                       WS-IN-ID                  DELIMITED SPACES
                       " IS ALREADY "            DELIMITED SIZE
                       WS-D-NAME(WS-FOUND-IX)    DELIMITED SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
               WHEN WS-DRIVER-COUNT >= WS-MAX-DRIVERS
                   STRING
                       "MASTER FULL ("  DELIMITED SIZE
                       WS-MAX-DRIVERS   DELIMITED SIZE
                       " DRIVERS), ADD REJECTED"
                                        DELIMITED SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
           END-EVALUATE.

       CHECK-NEW-NAME.
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-IN-NAME = SPACES
               MOVE "BLANK NAME REJECTED" TO WS-REJECT-REASON
           END-IF.

       CHECK-EXISTING-ID.
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-FOUND-IX = 0
               STRING
                   "NO SUCH DRIVER: " DELIMITED SIZE
                   WS-IN-ID           DELIMITED SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.

       CHECK-CAN-DEACT.
           PERFORM CHECK-EXISTING-ID
           IF WS-REJECT-REASON = SPACES AND
              WS-D-STATUS(WS-FOUND-IX) = "I"
               STRING
                   WS-IN-ID               DELIMITED SPACES
                   " IS ALREADY INACTIVE" DELIMITED SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.

       CHECK-CAN-REACT.
           PERFORM CHECK-EXISTING-ID
           IF WS-REJECT-REASON = SPACES AND
              WS-D-STATUS(WS-FOUND-IX) NOT = "I"
               STRING
                   WS-IN-ID             DELIMITED SPACES
                   " IS NOT INACTIVE"   DELIMITED SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.

      *> ============================================================
      *> The changes themselves, once checked: stamp the record,
      *> rewrite the master, audit under WS-OPERATOR.
      *> ============================================================
       APPLY-ADD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ADD 1 TO WS-DRIVER-COUNT
           MOVE WS-IN-ID
               TO WS-D-ID(WS-DRIVER-COUNT)
           MOVE WS-IN-NAME
               TO WS-D-NAME(WS-DRIVER-COUNT)
           MOVE "A" TO WS-D-STATUS(WS-DRIVER-COUNT)
           MOVE WS-TODAY
               TO WS-D-EFF-DATE(WS-DRIVER-COUNT)
           PERFORM REWRITE-MASTER
           MOVE "ADD" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-DETAIL
           STRING
               "NAME="    DELIMITED SIZE
               WS-IN-NAME DELIMITED SIZE
               INTO WS-AUD-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           DISPLAY "ADDED " WS-IN-ID " " WS-IN-NAME.

       APPLY-RENAME.
           MOVE WS-D-NAME(WS-FOUND-IX) TO WS-OLD-NAME
           MOVE WS-IN-NAME TO WS-D-NAME(WS-FOUND-IX)
           PERFORM REWRITE-MASTER
           MOVE "RENAME" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-DETAIL
           STRING
               "FROM "      DELIMITED SIZE
               WS-OLD-NAME  DELIMITED SIZE
               " TO "       DELIMITED SIZE
               WS-IN-NAME   DELIMITED SIZE
               INTO WS-AUD-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           DISPLAY "RENAMED " WS-IN-ID " TO " WS-IN-NAME.

       APPLY-DEACT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE "I" TO WS-D-STATUS(WS-FOUND-IX)
           MOVE WS-TODAY TO WS-D-EFF-DATE(WS-FOUND-IX)
           PERFORM REWRITE-MASTER
           MOVE "DEACT" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-DETAIL
           PERFORM WRITE-AUDIT-LINE
           DISPLAY "DEACTIVATED " WS-IN-ID " ("
               WS-D-NAME(WS-FOUND-IX) ")".

       APPLY-REACT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE "A" TO WS-D-STATUS(WS-FOUND-IX)
           MOVE WS-TODAY TO WS-D-EFF-DATE(WS-FOUND-IX)
           PERFORM REWRITE-MASTER
           MOVE "REACT" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-DETAIL
           PERFORM WRITE-AUDIT-LINE
           DISPLAY "REACTIVATED " WS-IN-ID " ("
               WS-D-NAME(WS-FOUND-IX) ")".

      *> ============================================================
      *> BATCH: apply the transaction file unattended. The reject
      *> report is opened first and always ends with a verdict line
      *> — TOTALS, NO TRANSACTION FILE, or BATCH NOT RUN — so
      *> NIGHT-OPS can tell from its last line how the batch went.
      *> A master too big to load whole is not touched.
      *> ============================================================
       RUN-BATCH.
           IF WS-TXN-NAME = SPACES
               MOVE "MRDRVTXN.DAT" TO WS-TXN-NAME
           END-IF
           IF WS-OPERATOR = SPACES
               MOVE "BATCH" TO WS-OPERATOR
           END-IF
           MOVE 0 TO WS-TXN-LINE
           MOVE 0 TO WS-TXN-READ
           MOVE 0 TO WS-TXN-APPLIED
           MOVE 0 TO WS-TXN-REJECTED
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "REJECT REPORT MRDRVREJ.DAT NOT WRITABLE "
                   "(STATUS " WS-REJECT-STATUS "), BATCH NOT RUN"
           ELSE
               MOVE SPACES TO REJECT-RECORD
               STRING
                   "DRIVER-MAINT BATCH REJECTS " DELIMITED SIZE
                   WS-TODAY                      DELIMITED SIZE
                   " "                           DELIMITED SIZE
                   WS-NOW(1:6)                   DELIMITED SIZE
                   "  TRANSACTIONS "             DELIMITED SIZE
                   WS-TXN-NAME                   DELIMITED SPACES
                   "  OPERATOR "                 DELIMITED SIZE
                   WS-OPERATOR                   DELIMITED SPACES
                   INTO REJECT-RECORD
               END-STRING
               WRITE REJECT-RECORD
               PERFORM LOAD-MASTER
               MOVE SPACES TO REJECT-RECORD
               IF WS-DONE = 1
                   STRING
                       "BATCH NOT RUN: MASTER EXCEEDS " DELIMITED SIZE
                       WS-MAX-DRIVERS                   DELIMITED SIZE
                       " RECORDS"                       DELIMITED SIZE
                       INTO REJECT-RECORD
                   END-STRING
               ELSE
                   OPEN INPUT TXN-FILE
                   IF WS-TXN-STATUS NOT = "00"
                       STRING
                           "NO TRANSACTION FILE " DELIMITED SIZE
                           WS-TXN-NAME            DELIMITED SPACES
                           ", NOTHING APPLIED"    DELIMITED SIZE
                           INTO REJECT-RECORD
                       END-STRING
                   ELSE
                       PERFORM UNTIL WS-TXN-STATUS NOT = "00"
                           READ TXN-FILE
                               AT END
                                   MOVE "10" TO WS-TXN-STATUS
                               NOT AT END
                                   ADD 1 TO WS-TXN-LINE
                                   IF TXN-RECORD NOT = SPACES
                                       PERFORM APPLY-TRANSACTION
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE TXN-FILE
                       PERFORM SET-ASIDE-TRANSACTIONS
                       MOVE SPACES TO REJECT-RECORD
                       STRING
                           "TOTALS: "        DELIMITED SIZE
                           WS-TXN-READ       DELIMITED SIZE
                           " READ "          DELIMITED SIZE
                           WS-TXN-APPLIED    DELIMITED SIZE
                           " APPLIED "       DELIMITED SIZE
                           WS-TXN-REJECTED   DELIMITED SIZE
                           " REJECTED"       DELIMITED SIZE
                           INTO REJECT-RECORD
                       END-STRING
                   END-IF
               END-IF
               WRITE REJECT-RECORD
               DISPLAY FUNCTION TRIM(REJECT-RECORD TRAILING)
               CLOSE REJECT-FILE
           END-IF.

      *> ============================================================
      *> One transaction: "type,id[,name]". It is checked exactly
      *> as the keyed command would be, then applied or rejected.
      *> ============================================================
       APPLY-TRANSACTION.
           ADD 1 TO WS-TXN-READ
           MOVE SPACES TO WS-TXN-TYPE
           MOVE SPACES TO WS-IN-ID
           MOVE SPACES TO WS-IN-NAME
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-TYPE WS-IN-ID WS-IN-NAME
           END-UNSTRING
           PERFORM FIND-DRIVER
           EVALUATE FUNCTION UPPER-CASE(WS-TXN-TYPE)
               WHEN "ADD"
                   PERFORM CHECK-NEW-ID
                   IF WS-REJECT-REASON = SPACES
                       PERFORM CHECK-NEW-NAME
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM APPLY-ADD
                   END-IF
               WHEN "RENAME"
                   PERFORM CHECK-EXISTING-ID
                   IF WS-REJECT-REASON = SPACES
                       PERFORM CHECK-NEW-NAME
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM APPLY-RENAME
                   END-IF
               WHEN "DEACT"
                   PERFORM CHECK-CAN-DEACT
                   IF WS-REJECT-REASON = SPACES
                       PERFORM APPLY-DEACT
                   END-IF
               WHEN "REACT"
                   PERFORM CHECK-CAN-REACT
                   IF WS-REJECT-REASON = SPACES
                       PERFORM APPLY-REACT
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING
                       "UNKNOWN TRANSACTION TYPE: " DELIMITED SIZE
                       WS-TXN-TYPE                  DELIMITED SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TXN-APPLIED
           ELSE
               ADD 1 TO WS-TXN-REJECTED
               PERFORM WRITE-REJECT
           END-IF.

      *> ============================================================
      *> Two report lines per reject: the transaction as submitted
      *> (with its line in the file) and why it was turned away.
      *> ============================================================
       WRITE-REJECT.
           MOVE SPACES TO REJECT-RECORD
           STRING
               "LINE "      DELIMITED SIZE
               WS-TXN-LINE  DELIMITED SIZE
               ": "         DELIMITED SIZE
               TXN-RECORD   DELIMITED SIZE
               INTO REJECT-RECORD
           END-STRING
           WRITE REJECT-RECORD
           MOVE SPACES TO REJECT-RECORD
           STRING
               "    REASON: "    DELIMITED SIZE
               WS-REJECT-REASON  DELIMITED SIZE
               INTO REJECT-RECORD
           END-STRING
           WRITE REJECT-RECORD
           DISPLAY "REJECTED LINE " WS-TXN-LINE ": "
               FUNCTION TRIM(WS-REJECT-REASON TRAILING).

      *> ============================================================
      *> Rename the processed transaction file to name.Dyyyymmdd,
      *> so an unattended batch never applies the same file twice.
      *> ============================================================
       SET-ASIDE-TRANSACTIONS.
           MOVE SPACES TO WS-TXN-BASE
           UNSTRING WS-TXN-NAME DELIMITED BY "."
               INTO WS-TXN-BASE
           END-UNSTRING
           MOVE SPACES TO WS-TXN-DONE-NAME
           STRING
               WS-TXN-BASE DELIMITED SPACES
               ".D"        DELIMITED SIZE
               WS-TODAY    DELIMITED SIZE
               INTO WS-TXN-DONE-NAME
           END-STRING
           CALL "CBL_RENAME_FILE" USING WS-TXN-NAME WS-TXN-DONE-NAME
           END-CALL
           MOVE SPACES TO REJECT-RECORD
           IF RETURN-CODE = 0
               STRING
                   "TRANSACTION FILE SET ASIDE AS " DELIMITED SIZE
                   WS-TXN-DONE-NAME                 DELIMITED SPACES
                   INTO REJECT-RECORD
               END-STRING
           ELSE
               STRING
                   "TRANSACTION FILE NOT SET ASIDE, REMOVE "
                                                    DELIMITED SIZE
                   WS-TXN-NAME                      DELIMITED SPACES
                   " BEFORE THE NEXT BATCH"         DELIMITED SIZE
                   INTO REJECT-RECORD
               END-STRING
           END-IF
           WRITE REJECT-RECORD.

      *> ============================================================
      *> LIST: the master with statuses and effective dates.
      *> ============================================================
