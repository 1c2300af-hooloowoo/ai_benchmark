       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDICAP.
       AUTHOR. MARS.

      *> ============================================================
      *> Driver Handicaps — COBOL
      *>
      *> Sets each driver's handicap for a month, so LEADERBOARD and
      *> SEASON-STAND can rank net scores (gross less handicap)
      *> beside the gross ones and a driver who beats their own
      *> recent form can win something even when the veterans take
      *> the gross prizes.
      *>
      *> A driver's handicap for the month is the average of their
      *> last ten ledger scores before the month began, looking back
      *> no more than twelve months (whole points, fractions
      *> dropped). A driver with fewer than three such scores is
      *> given a provisional handicap instead: the average of the
      *> month's rated handicaps, so a newcomer is neither gifted a
      *> zero nor charged a veteran's rate. The scores come from
      *> each month's archive (MRARyyyymm.DAT) when HS-ARCHIVE has
      *> rolled one out, else from the live ledger's records for
      *> the month — never both, as SEASON-STAND reads them.
      *>
      *> Handicaps are kept in MRHCAP.DAT, one record per driver
      *> per month. A month's handicaps are set once: a rerun leaves
      *> every record already on file alone and only adds drivers
      *> who have none yet for the month (a driver registered, or
      *> first scoring, after the month's handicaps were set). The
      *> drivers rated are everyone with ledger scores in the look-
      *> back or the month itself, and every active registered
      *> driver.
      *>
      *> The month is a yyyymm COMMAND-LINE parameter, the current
      *> month when none is given.
      *> ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HS-FILE ASSIGN TO "MRHISCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT ARCH-FILE ASSIGN USING WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT DRIVER-FILE ASSIGN TO "MRDRIVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.
           SELECT HCAP-FILE ASSIGN TO "MRHCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCAP-STATUS.
           SELECT SORT-FILE ASSIGN TO "MRHCSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  HS-FILE.
           COPY "hiscorec.cpy".

       FD  ARCH-FILE.
           COPY "hiscorec.cpy"
               REPLACING LEADING ==HS== BY ==ARCH==.

       FD  DRIVER-FILE.
           COPY "driverc.cpy".

       FD  HCAP-FILE.
           COPY "hcapc.cpy".

      *> Each driver's look-back scores, newest first
       SD  SORT-FILE.
       01  SRT-RECORD.
           05 SRT-DRIVER       PIC X(8).
           05 SRT-TIMESTAMP    PIC X(14).
           05 SRT-SCORE        PIC 9(5).

       WORKING-STORAGE SECTION.

       01 WS-HS-STATUS      PIC XX    VALUE "00".
       01 WS-ARCH-STATUS    PIC XX    VALUE "00".
       01 WS-DRIVER-STATUS  PIC XX    VALUE "00".
       01 WS-HCAP-STATUS    PIC XX    VALUE "00".
       01 WS-SORT-STATUS    PIC XX    VALUE "00".
       01 WS-ARCH-NAME      PIC X(14) VALUE SPACES.

      *> How a handicap is worked out
       01 WS-HCAP-RUNS      PIC 99    VALUE 10.
       01 WS-MIN-RUNS       PIC 99    VALUE 3.

      *> The month being set, and the look-back month in hand
       01 WS-PARM-STRING    PIC X(20) VALUE SPACES.
       01 WS-PARM-MONTH     PIC X(6)  VALUE SPACES.
       01 WS-TODAY          PIC 9(8)  VALUE 0.
       01 WS-TARGET-MONTH   PIC 9(6)  VALUE 0.
       01 WS-TARGET-X       PIC X(6)  VALUE SPACES.
       01 WS-MONTH          PIC 9(6)  VALUE 0.
       01 WS-MONTH-X        PIC X(6)  VALUE SPACES.
       01 WS-MONTH-YY       PIC 9(4)  VALUE 0.
       01 WS-MONTH-MM       PIC 99    VALUE 0.
       01 WS-PARM-OK        PIC 9     VALUE 0.

      *> Every driver to be rated this month: look-back scores
      *> summed (up to the last ten), the resulting handicap, and
      *> whether the driver already has one on file for the month
       01 WS-MAX-CANDS      PIC 9(4)  VALUE 200.
       01 WS-CAND-COUNT     PIC 9(4)  VALUE 0.
       01 WS-CANDS.
          05 WS-CAND          OCCURS 200 TIMES.
             10 WS-C-DRIVER   PIC X(8).
             10 WS-C-SUM      PIC 9(7).
             10 WS-C-RUNS     PIC 99.
             10 WS-C-HANDICAP PIC 9(5).
             10 WS-C-BASIS    PIC X.
             10 WS-C-ON-FILE  PIC 9.
       01 WS-CAND-IX        PIC 9(4)  VALUE 0.
       01 WS-LOOKUP-ID      PIC X(8)  VALUE SPACES.

      *> The month's handicaps already on file
       01 WS-ON-FILE-COUNT  PIC 9(4)  VALUE 0.
       01 WS-SET-COUNT      PIC 9(4)  VALUE 0.

      *> Provisional handicap: the average of the rated ones
       01 WS-RATED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-RATED-SUM      PIC 9(9)  VALUE 0.
       01 WS-FIELD-AVERAGE  PIC 9(5)  VALUE 0.

       01 WS-I              PIC 9(4)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM PICK-TARGET-MONTH
           IF WS-PARM-OK = 0
               DISPLAY "USAGE: HANDICAP [yyyymm] "
                   "(MONTH TO SET, DEFAULT THE CURRENT MONTH)"
           ELSE
               DISPLAY " "
               DISPLAY "===== DRIVER HANDICAPS FOR " WS-TARGET-X
                   " ====="
               MOVE 0 TO WS-CAND-COUNT
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-DRIVER
                   ON DESCENDING KEY SRT-TIMESTAMP
                   INPUT PROCEDURE IS RELEASE-LOOKBACK
                   OUTPUT PROCEDURE IS SUM-RECENT-SCORES
               PERFORM ADD-MONTH-DRIVERS
               PERFORM ADD-ACTIVE-DRIVERS
               PERFORM WORK-OUT-HANDICAPS
               PERFORM LOAD-MONTH-ON-FILE
               PERFORM WRITE-NEW-HANDICAPS
               PERFORM PRINT-HANDICAPS
           END-IF
           GOBACK.

      *> ============================================================
      *> The month to set: a yyyymm parameter, or this month.
      *> ============================================================
       PICK-TARGET-MONTH.
           MOVE 0 TO WS-PARM-OK
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-PARM-STRING) TO WS-PARM-MONTH
           IF WS-PARM-MONTH = SPACES
               MOVE WS-TODAY(1:6) TO WS-PARM-MONTH
           END-IF
           IF WS-PARM-MONTH IS NUMERIC
               MOVE WS-PARM-MONTH TO WS-TARGET-MONTH
               MOVE WS-PARM-MONTH TO WS-TARGET-X
               IF WS-TARGET-MONTH(5:2) >= "01" AND
                  WS-TARGET-MONTH(5:2) <= "12"
                   MOVE 1 TO WS-PARM-OK
               END-IF
           END-IF.

      *> ============================================================
      *> SORT input procedure: every ledger score from the twelve
      *> months before the target month, a month at a time.
      *> ============================================================
       RELEASE-LOOKBACK.
           COMPUTE WS-MONTH = WS-TARGET-MONTH - 100
           PERFORM UNTIL WS-MONTH >= WS-TARGET-MONTH
               MOVE WS-MONTH TO WS-MONTH-X
               PERFORM RELEASE-MONTH-SCORES
               PERFORM NEXT-MONTH
           END-PERFORM.

      *> ============================================================
      *> One month's scores: from its archive when HS-ARCHIVE has
      *> rolled one out, else from the live ledger's records for
      *> the month.
      *> ============================================================
       RELEASE-MONTH-SCORES.
           MOVE SPACES TO WS-ARCH-NAME
           STRING
               "MRAR"       DELIMITED SIZE
               WS-MONTH-X   DELIMITED SIZE
               ".DAT"       DELIMITED SIZE
               INTO WS-ARCH-NAME
           END-STRING
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ ARCH-FILE
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           IF ARCH-SCORE IS NUMERIC
                               MOVE ARCH-DRIVER-ID TO SRT-DRIVER
                               MOVE ARCH-TIMESTAMP TO SRT-TIMESTAMP
                               MOVE ARCH-SCORE     TO SRT-SCORE
                               PERFORM RELEASE-ONE-SCORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           ELSE
               OPEN INPUT HS-FILE
               IF WS-HS-STATUS = "00"
                   PERFORM UNTIL WS-HS-STATUS NOT = "00"
                       READ HS-FILE
                           AT END
                               MOVE "10" TO WS-HS-STATUS
                           NOT AT END
                               IF HS-TIMESTAMP(1:6) = WS-MONTH-X AND
                                  HS-SCORE IS NUMERIC
                                   MOVE HS-DRIVER-ID TO SRT-DRIVER
                                   MOVE HS-TIMESTAMP TO SRT-TIMESTAMP
                                   MOVE HS-SCORE     TO SRT-SCORE
                                   PERFORM RELEASE-ONE-SCORE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HS-FILE
               END-IF
           END-IF
           MOVE "00" TO WS-HS-STATUS.

      *> Records with no driver (before sign-in existed) count
      *> under UNKNOWN, as the rankings show them
       RELEASE-ONE-SCORE.
           IF SRT-DRIVER = SPACES
               MOVE "UNKNOWN" TO SRT-DRIVER
           END-IF
           RELEASE SRT-RECORD.

       NEXT-MONTH.
           MOVE WS-MONTH(1:4) TO WS-MONTH-YY
           MOVE WS-MONTH(5:2) TO WS-MONTH-MM
           IF WS-MONTH-MM >= 12
               ADD 1 TO WS-MONTH-YY
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF
           COMPUTE WS-MONTH = WS-MONTH-YY * 100 + WS-MONTH-MM.

      *> ============================================================
      *> SORT output procedure: each driver's scores come back
      *> newest first; the first ten are the ones averaged.
      *> ============================================================
       SUM-RECENT-SCORES.
           MOVE "00" TO WS-SORT-STATUS
           PERFORM UNTIL WS-SORT-STATUS NOT = "00"
               RETURN SORT-FILE
                   AT END
                       MOVE "10" TO WS-SORT-STATUS
                   NOT AT END
                       MOVE SRT-DRIVER TO WS-LOOKUP-ID
                       PERFORM FIND-OR-ADD-CAND
                       IF WS-CAND-IX > 0
                           IF WS-C-RUNS(WS-CAND-IX) < WS-HCAP-RUNS
                               ADD 1 TO WS-C-RUNS(WS-CAND-IX)
                               ADD SRT-SCORE TO WS-C-SUM(WS-CAND-IX)
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

      *> ============================================================
      *> Find WS-LOOKUP-ID among the drivers to rate, adding it
      *> (with no scores yet) when it is new.
      *> ============================================================
       FIND-OR-ADD-CAND.
           MOVE 0 TO WS-CAND-IX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CAND-COUNT OR WS-CAND-IX > 0
               IF WS-C-DRIVER(WS-I) = WS-LOOKUP-ID
                   MOVE WS-I TO WS-CAND-IX
               END-IF
           END-PERFORM
           IF WS-CAND-IX = 0
               IF WS-CAND-COUNT < WS-MAX-CANDS
                   ADD 1 TO WS-CAND-COUNT
                   MOVE WS-CAND-COUNT TO WS-CAND-IX
                   MOVE WS-LOOKUP-ID TO WS-C-DRIVER(WS-CAND-IX)
                   MOVE 0 TO WS-C-SUM(WS-CAND-IX)
                   MOVE 0 TO WS-C-RUNS(WS-CAND-IX)
                   MOVE 0 TO WS-C-HANDICAP(WS-CAND-IX)
                   MOVE SPACE TO WS-C-BASIS(WS-CAND-IX)
                   MOVE 0 TO WS-C-ON-FILE(WS-CAND-IX)
               ELSE
                   DISPLAY "MORE THAN " WS-MAX-CANDS
                       " DRIVERS TO RATE, " WS-LOOKUP-ID
                       " LEFT WITHOUT A HANDICAP"
               END-IF
           END-IF.

      *> ============================================================
      *> Drivers already scoring in the target month need a
      *> handicap for it even with no look-back scores.
      *> ============================================================
       ADD-MONTH-DRIVERS.
           MOVE WS-TARGET-X TO WS-MONTH-X
           MOVE SPACES TO WS-ARCH-NAME
           STRING
               "MRAR"       DELIMITED SIZE
               WS-MONTH-X   DELIMITED SIZE
               ".DAT"       DELIMITED SIZE
               INTO WS-ARCH-NAME
           END-STRING
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ ARCH-FILE
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           MOVE ARCH-DRIVER-ID TO WS-LOOKUP-ID
                           PERFORM ADD-MONTH-DRIVER
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           ELSE
               OPEN INPUT HS-FILE
               IF WS-HS-STATUS = "00"
                   PERFORM UNTIL WS-HS-STATUS NOT = "00"
                       READ HS-FILE
                           AT END
                               MOVE "10" TO WS-HS-STATUS
                           NOT AT END
                               IF HS-TIMESTAMP(1:6) = WS-MONTH-X
                                   MOVE HS-DRIVER-ID TO WS-LOOKUP-ID
                                   PERFORM ADD-MONTH-DRIVER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HS-FILE
               END-IF
           END-IF.

       ADD-MONTH-DRIVER.
           IF WS-LOOKUP-ID = SPACES
               MOVE "UNKNOWN" TO WS-LOOKUP-ID
           END-IF
           PERFORM FIND-OR-ADD-CAND.

      *> ============================================================
      *> Every active registered driver gets a handicap, scores or
      *> not, so it is in place before their first run.
      *> ============================================================
       ADD-ACTIVE-DRIVERS.
           OPEN INPUT DRIVER-FILE
           IF WS-DRIVER-STATUS = "00"
               PERFORM UNTIL WS-DRIVER-STATUS NOT = "00"
                   READ DRIVER-FILE
                       AT END
                           MOVE "10" TO WS-DRIVER-STATUS
                       NOT AT END
                           IF DRV-STATUS NOT = "I" AND
                              DRV-ID NOT = SPACES
                               MOVE DRV-ID TO WS-LOOKUP-ID
                               PERFORM FIND-OR-ADD-CAND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVER-FILE
           END-IF.

      *> ============================================================
      *> Rated handicaps first, then the provisional ones off their
      *> average.
      *> ============================================================
       WORK-OUT-HANDICAPS.
           MOVE 0 TO WS-RATED-COUNT
           MOVE 0 TO WS-RATED-SUM
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CAND-COUNT
               IF WS-C-RUNS(WS-I) >= WS-MIN-RUNS
                   COMPUTE WS-C-HANDICAP(WS-I) =
                       WS-C-SUM(WS-I) / WS-C-RUNS(WS-I)
                   MOVE "S" TO WS-C-BASIS(WS-I)
                   ADD 1 TO WS-RATED-COUNT
                   ADD WS-C-HANDICAP(WS-I) TO WS-RATED-SUM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FIELD-AVERAGE
           IF WS-RATED-COUNT > 0
               COMPUTE WS-FIELD-AVERAGE =
                   WS-RATED-SUM / WS-RATED-COUNT
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CAND-COUNT
               IF WS-C-BASIS(WS-I) NOT = "S"
                   MOVE WS-FIELD-AVERAGE TO WS-C-HANDICAP(WS-I)
                   MOVE "P" TO WS-C-BASIS(WS-I)
               END-IF
           END-PERFORM.

      *> ============================================================
      *> The month's handicaps already on file stand as they are;
      *> their drivers are marked so nothing is written over them,
      *> and the figures on file are what the report shows.
      *> ============================================================
       LOAD-MONTH-ON-FILE.
           MOVE 0 TO WS-ON-FILE-COUNT
           OPEN INPUT HCAP-FILE
           IF WS-HCAP-STATUS = "00"
               PERFORM UNTIL WS-HCAP-STATUS NOT = "00"
                   READ HCAP-FILE
                       AT END
                           MOVE "10" TO WS-HCAP-STATUS
                       NOT AT END
                           IF HCP-MONTH IS NUMERIC AND
                              HCP-MONTH = WS-TARGET-MONTH
                               MOVE HCP-DRIVER-ID TO WS-LOOKUP-ID
                               PERFORM FIND-OR-ADD-CAND
                               IF WS-CAND-IX > 0
                                   PERFORM TAKE-HANDICAP-ON-FILE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HCAP-FILE
           END-IF.

       TAKE-HANDICAP-ON-FILE.
           IF WS-C-ON-FILE(WS-CAND-IX) = 0
               ADD 1 TO WS-ON-FILE-COUNT
               MOVE 1 TO WS-C-ON-FILE(WS-CAND-IX)
               IF HCP-HANDICAP IS NUMERIC
                   MOVE HCP-HANDICAP TO WS-C-HANDICAP(WS-CAND-IX)
               END-IF
               IF HCP-RUNS IS NUMERIC
                   MOVE HCP-RUNS TO WS-C-RUNS(WS-CAND-IX)
               END-IF
               MOVE HCP-BASIS TO WS-C-BASIS(WS-CAND-IX)
           END-IF.

      *> ============================================================
      *> Append a record for every driver with no handicap on file
      *> for the month yet.
      *> ============================================================
       WRITE-NEW-HANDICAPS.
           MOVE 0 TO WS-SET-COUNT
           IF WS-ON-FILE-COUNT < WS-CAND-COUNT
               OPEN EXTEND HCAP-FILE
               IF WS-HCAP-STATUS NOT = "00"
                   OPEN OUTPUT HCAP-FILE
               END-IF
               IF WS-HCAP-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE MRHCAP.DAT, STATUS="
                       WS-HCAP-STATUS
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CAND-COUNT
                       IF WS-C-ON-FILE(WS-I) = 0
                           PERFORM WRITE-ONE-HANDICAP
                       END-IF
                   END-PERFORM
                   CLOSE HCAP-FILE
               END-IF
           END-IF.

       WRITE-ONE-HANDICAP.
           MOVE WS-TARGET-MONTH   TO HCP-MONTH
           MOVE ","               TO HCP-SEP1
           MOVE WS-C-DRIVER(WS-I) TO HCP-DRIVER-ID
           MOVE ","               TO HCP-SEP2
           MOVE WS-C-HANDICAP(WS-I) TO HCP-HANDICAP
           MOVE ","               TO HCP-SEP3
           MOVE WS-C-RUNS(WS-I)   TO HCP-RUNS
           MOVE ","               TO HCP-SEP4
           MOVE WS-C-BASIS(WS-I)  TO HCP-BASIS
           MOVE ","               TO HCP-SEP5
           MOVE WS-TODAY          TO HCP-SET-DATE
           WRITE HCP-RECORD
           ADD 1 TO WS-SET-COUNT.

      *> ============================================================
      *> The month's handicaps, as they now stand on file.
      *> ============================================================
       PRINT-HANDICAPS.
           DISPLAY "DRIVER    HANDICAP  RUNS  BASIS"
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CAND-COUNT
               IF WS-C-ON-FILE(WS-I) = 1
                   DISPLAY WS-C-DRIVER(WS-I) "  " WS-C-HANDICAP(WS-I)
                       "     " WS-C-RUNS(WS-I) "    "
                       WS-C-BASIS(WS-I) "      ALREADY SET"
               ELSE
                   DISPLAY WS-C-DRIVER(WS-I) "  " WS-C-HANDICAP(WS-I)
                       "     " WS-C-RUNS(WS-I) "    "
                       WS-C-BASIS(WS-I) "      SET NOW"
               END-IF
           END-PERFORM
           DISPLAY "BASIS S = AVERAGE OF THE DRIVER'S LAST "
               WS-HCAP-RUNS " SCORES, P = PROVISIONAL (FIELD "
               "AVERAGE " WS-FIELD-AVERAGE ")"
           DISPLAY WS-SET-COUNT " HANDICAPS SET, "
               WS-ON-FILE-COUNT " ALREADY ON FILE"
           DISPLAY "=================================".
