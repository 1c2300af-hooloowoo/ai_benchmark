       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIVER-CAREER.
       AUTHOR. MARS.

      *> ============================================================
      *> Driver Career Report — COBOL
      *>
      *> LEADERBOARD shows a driver's personal best; this report
      *> shows the whole career behind it, so an improving driver
      *> can be told from one who got lucky once. Built from every
      *> run on the MRRUNCAT.DAT catalog and each run's retained
      *> telemetry file, per driver:
      *>
      *>   - runs driven, average, median, and best score
      *>   - wall crashes and rock crashes per 100 frames driven,
      *>     separately
      *>   - crates collected per run
      *>   - average lives left at the end of a run (HS-LIVES)
      *>   - the last ten runs, oldest first, each against the
      *>     career average, and the trend across them
      *>
      *> Drivers retired on the driver master (DRV-STATUS I) are
      *> reported in their own section after the active drivers,
      *> with the date they were retired. A driver ID COMMAND-LINE
      *> parameter limits the report to that driver.
      *>
      *> Lives left come off the run's ledger record — the live
      *> ledger, or the MRARyyyymm.DAT archive of the run's month
      *> once HS-ARCHIVE has moved it — and failing that from the
      *> telemetry (three lives less the crashes). Telemetry does
      *> not say which kind of crash a crash was, so a crash frame
      *> counts as a rock when a rock shares the rover's row within
      *> one column of where the rover stood the frame before (the
      *> only columns it could have reached), and as a wall
      *> otherwise. Runs whose telemetry is gone still count toward
      *> runs and scores; the frame-based figures cover the runs
      *> that still have it, and the report says how many that is.
      *>
      *> The catalog is sorted by section, driver, and score, so
      *> the median falls out by position and no driver's runs have
      *> to fit in storage; only the last ten of each are kept.
      *> ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCAT-FILE ASSIGN TO "MRRUNCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAT-STATUS.
           SELECT HS-FILE ASSIGN USING WS-HS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT TELEM-FILE ASSIGN USING WS-TELEM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELEM-STATUS.
           SELECT DRIVER-FILE ASSIGN TO "MRDRIVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.
           SELECT SORT-FILE ASSIGN TO "MRDCSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCAT-FILE.
           COPY "runcatc.cpy".

       FD  HS-FILE.
           COPY "hiscorec.cpy".

       FD  TELEM-FILE.
           COPY "telemc.cpy".

       FD  DRIVER-FILE.
           COPY "driverc.cpy".

      *> Section is A (active, or not on the master) or I (retired)
      *> so the retired drivers sort after everyone else
       SD  SORT-FILE.
       01  SRT-RECORD.
           05 SRT-SECTION      PIC X.
           05 SRT-DRIVER       PIC X(8).
           05 SRT-SCORE        PIC 9(5).
           05 SRT-RUN-ID       PIC 9(5).
           05 SRT-TELEM-NAME   PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-RUNCAT-STATUS  PIC XX    VALUE "00".
       01 WS-HS-STATUS      PIC XX    VALUE "00".
       01 WS-TELEM-STATUS   PIC XX    VALUE "00".
       01 WS-SORT-STATUS    PIC XX    VALUE "00".
       01 WS-HS-NAME        PIC X(14) VALUE SPACES.
       01 WS-TELEM-NAME     PIC X(20) VALUE SPACES.

      *> Optional single-driver filter
       01 WS-PARM-STRING    PIC X(20) VALUE SPACES.
       01 WS-PARM-DRIVER    PIC X(8)  VALUE SPACES.

      *> Registered-driver master, for names, status, and the
      *> retirement date
       01 WS-DRIVER-STATUS  PIC XX    VALUE "00".
       01 WS-MAX-DRIVERS    PIC 9(4)  VALUE 100.
       01 WS-DRIVER-COUNT   PIC 9(4)  VALUE 0.
       01 WS-DRIVERS.
          05 WS-DRIVER        OCCURS 100 TIMES.
             10 WS-D-ID       PIC X(8).
             10 WS-D-NAME     PIC X(20).
             10 WS-D-STATUS   PIC X.
             10 WS-D-EFF-DATE PIC 9(8).
       01 WS-LOOKUP-ID      PIC X(8)  VALUE SPACES.
       01 WS-FOUND-IX       PIC 9(4)  VALUE 0.

      *> Lives left per run ID, off the ledger records (space where
      *> no ledger record was found), and the months whose archive
      *> files may hold the ledger records of older runs
       01 WS-MAX-RUN-ID     PIC 9(5)  VALUE 99999.
       01 WS-RUN-LIVES-TABLE VALUE SPACES.
          05 WS-RUN-LIVES   PIC X     OCCURS 99999 TIMES.
       01 WS-MAX-MONTHS     PIC 9(3)  VALUE 120.
       01 WS-MONTH-COUNT    PIC 9(3)  VALUE 0.
       01 WS-MONTHS.
          05 WS-MONTH       PIC X(6)  OCCURS 120 TIMES.
       01 WS-THIS-MONTH     PIC X(6)  VALUE SPACES.
       01 WS-MONTH-FOUND    PIC 9     VALUE 0.

      *> Runs per driver, counted on the way into the sort so the
      *> median's position is known when the driver's runs come out
       01 WS-MAX-GROUPS     PIC 9(4)  VALUE 200.
       01 WS-GROUP-COUNT    PIC 9(4)  VALUE 0.
       01 WS-GROUPS.
          05 WS-GROUP         OCCURS 200 TIMES.
             10 WS-G-SECTION  PIC X.
             10 WS-G-DRIVER   PIC X(8).
             10 WS-G-RUNS     PIC 9(5).
       01 WS-GROUP-IX       PIC 9(4)  VALUE 0.

      *> The driver in hand on the way out of the sort
       01 WS-CUR-SECTION    PIC X     VALUE SPACE.
       01 WS-CUR-DRIVER     PIC X(8)  VALUE SPACES.
       01 WS-CUR-NAME       PIC X(20) VALUE SPACES.
       01 WS-CUR-EFF-DATE   PIC 9(8)  VALUE 0.
       01 WS-CUR-RUNS       PIC 9(5)  VALUE 0.
       01 WS-GROUP-OPEN     PIC 9     VALUE 0.
       01 WS-SHOWN-ACTIVE   PIC 9(4)  VALUE 0.
       01 WS-SHOWN-RETIRED  PIC 9(4)  VALUE 0.

      *> Career accumulators for the driver in hand
       01 WS-RUN-POS        PIC 9(5)  VALUE 0.
       01 WS-SCORE-SUM      PIC 9(9)  VALUE 0.
       01 WS-BEST-SCORE     PIC 9(5)  VALUE 0.
       01 WS-MED-POS1       PIC 9(5)  VALUE 0.
       01 WS-MED-POS2       PIC 9(5)  VALUE 0.
       01 WS-MED-SCORE1     PIC 9(5)  VALUE 0.
       01 WS-MED-SCORE2     PIC 9(5)  VALUE 0.
       01 WS-TELEM-RUNS     PIC 9(5)  VALUE 0.
       01 WS-TOTAL-FRAMES   PIC 9(9)  VALUE 0.
       01 WS-WALL-CRASHES   PIC 9(7)  VALUE 0.
       01 WS-ROCK-CRASHES   PIC 9(7)  VALUE 0.
       01 WS-TOTAL-CRATES   PIC 9(7)  VALUE 0.
       01 WS-LIVES-RUNS     PIC 9(5)  VALUE 0.
       01 WS-LIVES-SUM      PIC 9(7)  VALUE 0.

      *> One run's telemetry
       01 WS-TELEM-OK       PIC 9     VALUE 0.
       01 WS-RUN-FRAMES     PIC 9(5)  VALUE 0.
       01 WS-RUN-WALLS      PIC 9(3)  VALUE 0.
       01 WS-RUN-ROCKS      PIC 9(3)  VALUE 0.
       01 WS-RUN-CRATES     PIC 9(4)  VALUE 0.
       01 WS-PREV-X         PIC 99    VALUE 0.
       01 WS-START-X        PIC 99    VALUE 30.
       01 WS-START-LIVES    PIC 9     VALUE 3.
       01 WS-REACH          PIC S99   VALUE 0.
       01 WS-RUN-LEFT       PIC S9    VALUE 0.

      *> The driver's last ten runs by run ID, oldest first
       01 WS-MAX-RECENT     PIC 99    VALUE 10.
       01 WS-RECENT-COUNT   PIC 99    VALUE 0.
       01 WS-RECENT.
          05 WS-RECENT-RUN    OCCURS 10 TIMES.
             10 WS-R-RUN-ID   PIC 9(5).
             10 WS-R-SCORE    PIC 9(5).
       01 WS-INSERT-AT      PIC 99    VALUE 0.
       01 WS-HALF           PIC 99    VALUE 0.
       01 WS-OLDER-SUM      PIC 9(7)  VALUE 0.
       01 WS-NEWER-SUM      PIC 9(7)  VALUE 0.
       01 WS-OLDER-AVG      PIC 9(5)V99 VALUE 0.
       01 WS-NEWER-AVG      PIC 9(5)V99 VALUE 0.
       01 WS-RECENT-SUM     PIC 9(7)  VALUE 0.
       01 WS-RECENT-AVG     PIC 9(5)V99 VALUE 0.
       01 WS-TREND-MARGIN   PIC 9(5)V99 VALUE 0.
       01 WS-TREND-WORD     PIC X(9)  VALUE SPACES.

      *> Figures as printed
       01 WS-AVG-SCORE      PIC 9(5)V99 VALUE 0.
       01 WS-MEDIAN         PIC 9(5)V99 VALUE 0.
       01 WS-WALL-RATE      PIC 9(3)V99 VALUE 0.
       01 WS-ROCK-RATE      PIC 9(3)V99 VALUE 0.
       01 WS-CRATE-RATE     PIC 9(4)V99 VALUE 0.
       01 WS-LIVES-AVG      PIC 9V99    VALUE 0.
       01 WS-DIFF           PIC S9(5)V99 VALUE 0.
       01 WS-AVG-ED         PIC ZZZZ9.99.
       01 WS-AVG2-ED        PIC ZZZZ9.99.
       01 WS-MEDIAN-ED      PIC ZZZZ9.99.
       01 WS-RATE-ED        PIC ZZ9.99.
       01 WS-RATE2-ED       PIC ZZ9.99.
       01 WS-CRATE-ED       PIC ZZZ9.99.
       01 WS-LIVES-ED       PIC 9.99.
       01 WS-DIFF-ED        PIC +(5)9.99.

      *> Trend bar: one mark per twentieth of the career average
      *> a run finished above (+) or below (-) it, at most 20
       01 WS-BAR-MARKS      PIC 99    VALUE 0.
       01 WS-BAR-LIMIT      PIC 99    VALUE 20.
       01 WS-BAR-PLUS       PIC X(20) VALUE ALL "+".
       01 WS-BAR-MINUS      PIC X(20) VALUE ALL "-".
       01 WS-BAR            PIC X(20) VALUE SPACES.
       01 WS-BAR-WORK       PIC 9(5)V99 VALUE 0.

       01 WS-I              PIC 9(5)  VALUE 0.
       01 WS-J              PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-PARM-STRING) TO WS-PARM-DRIVER
           PERFORM LOAD-DRIVERS
           PERFORM LOAD-RUN-LIVES
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SECTION SRT-DRIVER SRT-SCORE
               INPUT PROCEDURE IS RELEASE-CATALOG
               OUTPUT PROCEDURE IS PRINT-CAREERS
           GOBACK.

      *> ============================================================
      *> Read the registered-driver master into WS-DRIVERS. A
      *> missing master is not fatal — every driver is then
      *> reported as active under their ID.
      *> ============================================================
       LOAD-DRIVERS.
           MOVE 0 TO WS-DRIVER-COUNT
           OPEN INPUT DRIVER-FILE
           IF WS-DRIVER-STATUS = "00"
               PERFORM UNTIL WS-DRIVER-STATUS NOT = "00"
                   READ DRIVER-FILE
                       AT END
                           MOVE "10" TO WS-DRIVER-STATUS
                       NOT AT END
                           IF WS-DRIVER-COUNT < WS-MAX-DRIVERS
                               ADD 1 TO WS-DRIVER-COUNT
                               MOVE DRV-ID
                                   TO WS-D-ID(WS-DRIVER-COUNT)
                               MOVE DRV-NAME
                                   TO WS-D-NAME(WS-DRIVER-COUNT)
                               MOVE DRV-STATUS
                                   TO WS-D-STATUS(WS-DRIVER-COUNT)
                               IF DRV-EFF-DATE IS NUMERIC
                                   MOVE DRV-EFF-DATE TO
                                       WS-D-EFF-DATE(WS-DRIVER-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       WS-D-EFF-DATE(WS-DRIVER-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "DRIVER MASTER HAS MORE THAN "
                                   WS-MAX-DRIVERS
                                   " ENTRIES, EXTRA RECORDS SKIPPED"
                               MOVE "10" TO WS-DRIVER-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVER-FILE
           END-IF.

       FIND-DRIVER.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DRIVER-COUNT OR WS-FOUND-IX > 0
               IF WS-D-ID(WS-I) = WS-LOOKUP-ID
                   MOVE WS-I TO WS-FOUND-IX
               END-IF
           END-PERFORM.

      *> ============================================================
      *> Lives left per run, from the ledger records carrying run
      *> IDs: first every month archive the catalog's runs fall in,
      *> then the live ledger (whose keepers repeat archived
      *> records anyway).
      *> ============================================================
       LOAD-RUN-LIVES.
           MOVE 0 TO WS-MONTH-COUNT
           OPEN INPUT RUNCAT-FILE
           IF WS-RUNCAT-STATUS = "00"
               PERFORM UNTIL WS-RUNCAT-STATUS NOT = "00"
                   READ RUNCAT-FILE
                       AT END
                           MOVE "10" TO WS-RUNCAT-STATUS
                       NOT AT END
                           MOVE CAT-TIMESTAMP(1:6) TO WS-THIS-MONTH
                           PERFORM NOTE-RUN-MONTH
                   END-READ
               END-PERFORM
               CLOSE RUNCAT-FILE
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-MONTH-COUNT
               MOVE SPACES TO WS-HS-NAME
               STRING
                   "MRAR"          DELIMITED SIZE
                   WS-MONTH(WS-J)  DELIMITED SIZE
                   ".DAT"          DELIMITED SIZE
                   INTO WS-HS-NAME
               END-STRING
               PERFORM READ-LEDGER-LIVES
           END-PERFORM
           MOVE "MRHISCORE.DAT" TO WS-HS-NAME
           PERFORM READ-LEDGER-LIVES.

       NOTE-RUN-MONTH.
           MOVE 0 TO WS-MONTH-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-MONTH-COUNT OR WS-MONTH-FOUND = 1
               IF WS-MONTH(WS-I) = WS-THIS-MONTH
                   MOVE 1 TO WS-MONTH-FOUND
               END-IF
           END-PERFORM
           IF WS-MONTH-FOUND = 0 AND WS-THIS-MONTH IS NUMERIC
               IF WS-MONTH-COUNT < WS-MAX-MONTHS
                   ADD 1 TO WS-MONTH-COUNT
                   MOVE WS-THIS-MONTH TO WS-MONTH(WS-MONTH-COUNT)
               END-IF
           END-IF.

       READ-LEDGER-LIVES.
           OPEN INPUT HS-FILE
           IF WS-HS-STATUS = "00"
               PERFORM UNTIL WS-HS-STATUS NOT = "00"
                   READ HS-FILE
                       AT END
                           MOVE "10" TO WS-HS-STATUS
                       NOT AT END
                           IF HS-RUN-ID IS NUMERIC AND
                              HS-RUN-ID > 0 AND
                              HS-LIVES IS NUMERIC
                               MOVE HS-LIVES
                                   TO WS-RUN-LIVES(HS-RUN-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HS-FILE
           END-IF.

      *> ============================================================
      *> SORT input procedure: every cataloged run (of the one
      *> driver asked for, if any), tagged with its driver's
      *> section, and counted per driver.
      *> ============================================================
       RELEASE-CATALOG.
           MOVE 0 TO WS-GROUP-COUNT
           OPEN INPUT RUNCAT-FILE
           IF WS-RUNCAT-STATUS = "00"
               PERFORM UNTIL WS-RUNCAT-STATUS NOT = "00"
                   READ RUNCAT-FILE
                       AT END
                           MOVE "10" TO WS-RUNCAT-STATUS
                       NOT AT END
                           IF WS-PARM-DRIVER = SPACES OR
                              CAT-DRIVER-ID = WS-PARM-DRIVER
                               PERFORM RELEASE-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCAT-FILE
           ELSE
               DISPLAY "NO RUN CATALOG (MRRUNCAT.DAT), STATUS="
                   WS-RUNCAT-STATUS
           END-IF.

       RELEASE-ONE-RUN.
           IF CAT-DRIVER-ID = SPACES
               MOVE "UNKNOWN" TO SRT-DRIVER
           ELSE
               MOVE CAT-DRIVER-ID TO SRT-DRIVER
           END-IF
           MOVE SRT-DRIVER TO WS-LOOKUP-ID
           PERFORM FIND-DRIVER
           MOVE "A" TO SRT-SECTION
           IF WS-FOUND-IX > 0
               IF WS-D-STATUS(WS-FOUND-IX) = "I"
                   MOVE "I" TO SRT-SECTION
               END-IF
           END-IF
           IF CAT-SCORE IS NUMERIC
               MOVE CAT-SCORE TO SRT-SCORE
           ELSE
               MOVE 0 TO SRT-SCORE
           END-IF
           IF CAT-RUN-ID IS NUMERIC
               MOVE CAT-RUN-ID TO SRT-RUN-ID
           ELSE
               MOVE 0 TO SRT-RUN-ID
           END-IF
           MOVE CAT-TELEM-NAME TO SRT-TELEM-NAME
           PERFORM FIND-GROUP
           IF WS-GROUP-IX = 0
               IF WS-GROUP-COUNT < WS-MAX-GROUPS
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GROUP-IX
                   MOVE SRT-SECTION TO WS-G-SECTION(WS-GROUP-IX)
                   MOVE SRT-DRIVER  TO WS-G-DRIVER(WS-GROUP-IX)
                   MOVE 0 TO WS-G-RUNS(WS-GROUP-IX)
               ELSE
                   DISPLAY "MORE THAN " WS-MAX-GROUPS
                       " DRIVERS ON THE CATALOG, RUNS OF "
                       SRT-DRIVER " LEFT OFF THE REPORT"
               END-IF
           END-IF
           IF WS-GROUP-IX > 0
               ADD 1 TO WS-G-RUNS(WS-GROUP-IX)
               RELEASE SRT-RECORD
           END-IF.

       FIND-GROUP.
           MOVE 0 TO WS-GROUP-IX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-GROUP-COUNT OR WS-GROUP-IX > 0
               IF WS-G-SECTION(WS-I) = SRT-SECTION AND
                  WS-G-DRIVER(WS-I) = SRT-DRIVER
                   MOVE WS-I TO WS-GROUP-IX
               END-IF
           END-PERFORM.

      *> ============================================================
      *> SORT output procedure: runs come back by section, driver,
      *> and score; each driver's career is printed when the next
      *> driver's runs begin.
      *> ============================================================
       PRINT-CAREERS.
           DISPLAY " "
           DISPLAY "===== MARS ROVER DRIVER CAREER REPORT ====="
           MOVE 0 TO WS-GROUP-OPEN
           MOVE 0 TO WS-SHOWN-ACTIVE
           MOVE 0 TO WS-SHOWN-RETIRED
           MOVE SPACE TO WS-CUR-SECTION
           MOVE "00" TO WS-SORT-STATUS
           PERFORM UNTIL WS-SORT-STATUS NOT = "00"
               RETURN SORT-FILE
                   AT END
                       MOVE "10" TO WS-SORT-STATUS
                   NOT AT END
                       IF WS-GROUP-OPEN = 0 OR
                          SRT-SECTION NOT = WS-CUR-SECTION OR
                          SRT-DRIVER NOT = WS-CUR-DRIVER
                           IF WS-GROUP-OPEN = 1
                               PERFORM FINISH-DRIVER
                           END-IF
                           PERFORM START-DRIVER
                       END-IF
                       PERFORM TAKE-RUN
               END-RETURN
           END-PERFORM
           IF WS-GROUP-OPEN = 1
               PERFORM FINISH-DRIVER
           END-IF
           IF WS-SHOWN-ACTIVE = 0
               DISPLAY " "
               DISPLAY "----- ACTIVE DRIVERS -----"
               DISPLAY "NO CATALOGED RUNS"
           END-IF
           IF WS-SHOWN-RETIRED = 0
               DISPLAY " "
               DISPLAY "----- RETIRED DRIVERS -----"
               DISPLAY "NO CATALOGED RUNS"
           END-IF
           DISPLAY " "
           DISPLAY "===========================================".

      *> ============================================================
      *> A new driver's runs begin: headings, name, and a clean
      *> set of accumulators.
      *> ============================================================
       START-DRIVER.
           IF SRT-SECTION NOT = WS-CUR-SECTION
               IF SRT-SECTION = "I" AND WS-SHOWN-ACTIVE = 0
                   DISPLAY " "
                   DISPLAY "----- ACTIVE DRIVERS -----"
                   DISPLAY "NO CATALOGED RUNS"
                   MOVE 1 TO WS-SHOWN-ACTIVE
               END-IF
               DISPLAY " "
               IF SRT-SECTION = "I"
                   DISPLAY "----- RETIRED DRIVERS -----"
               ELSE
                   DISPLAY "----- ACTIVE DRIVERS -----"
               END-IF
           END-IF
           IF SRT-SECTION = "I"
               ADD 1 TO WS-SHOWN-RETIRED
           ELSE
               ADD 1 TO WS-SHOWN-ACTIVE
           END-IF
           MOVE SRT-SECTION TO WS-CUR-SECTION
           MOVE SRT-DRIVER  TO WS-CUR-DRIVER
           MOVE 1 TO WS-GROUP-OPEN
           MOVE SRT-DRIVER TO WS-LOOKUP-ID
           PERFORM FIND-DRIVER
           IF WS-FOUND-IX > 0
               MOVE WS-D-NAME(WS-FOUND-IX)     TO WS-CUR-NAME
               MOVE WS-D-EFF-DATE(WS-FOUND-IX) TO WS-CUR-EFF-DATE
           ELSE
               MOVE "(NOT REGISTERED)" TO WS-CUR-NAME
               MOVE 0 TO WS-CUR-EFF-DATE
           END-IF
           PERFORM FIND-GROUP
           MOVE WS-G-RUNS(WS-GROUP-IX) TO WS-CUR-RUNS
           COMPUTE WS-MED-POS1 = (WS-CUR-RUNS + 1) / 2
           COMPUTE WS-MED-POS2 = (WS-CUR-RUNS / 2) + 1
           MOVE 0 TO WS-RUN-POS
           MOVE 0 TO WS-SCORE-SUM
           MOVE 0 TO WS-BEST-SCORE
           MOVE 0 TO WS-MED-SCORE1
           MOVE 0 TO WS-MED-SCORE2
           MOVE 0 TO WS-TELEM-RUNS
           MOVE 0 TO WS-TOTAL-FRAMES
           MOVE 0 TO WS-WALL-CRASHES
           MOVE 0 TO WS-ROCK-CRASHES
           MOVE 0 TO WS-TOTAL-CRATES
           MOVE 0 TO WS-LIVES-RUNS
           MOVE 0 TO WS-LIVES-SUM
           MOVE 0 TO WS-RECENT-COUNT.

      *> ============================================================
      *> Fold one run into the driver's career.
      *> ============================================================
       TAKE-RUN.
           ADD 1 TO WS-RUN-POS
           ADD SRT-SCORE TO WS-SCORE-SUM
           MOVE SRT-SCORE TO WS-BEST-SCORE
           IF WS-RUN-POS = WS-MED-POS1
               MOVE SRT-SCORE TO WS-MED-SCORE1
           END-IF
           IF WS-RUN-POS = WS-MED-POS2
               MOVE SRT-SCORE TO WS-MED-SCORE2
           END-IF
           PERFORM READ-RUN-TELEMETRY
           IF WS-TELEM-OK = 1
               ADD 1 TO WS-TELEM-RUNS
               ADD WS-RUN-FRAMES TO WS-TOTAL-FRAMES
               ADD WS-RUN-WALLS  TO WS-WALL-CRASHES
               ADD WS-RUN-ROCKS  TO WS-ROCK-CRASHES
               ADD WS-RUN-CRATES TO WS-TOTAL-CRATES
           END-IF
      *>   Lives left: the ledger's word for it, else the telemetry's
           IF SRT-RUN-ID > 0 AND
              WS-RUN-LIVES(SRT-RUN-ID) IS NUMERIC
               ADD 1 TO WS-LIVES-RUNS
               ADD FUNCTION NUMVAL(WS-RUN-LIVES(SRT-RUN-ID))
                   TO WS-LIVES-SUM
           ELSE
               IF WS-TELEM-OK = 1
                   COMPUTE WS-RUN-LEFT = WS-START-LIVES -
                       WS-RUN-WALLS - WS-RUN-ROCKS
                   IF WS-RUN-LEFT < 0
                       MOVE 0 TO WS-RUN-LEFT
                   END-IF
                   ADD 1 TO WS-LIVES-RUNS
                   ADD WS-RUN-LEFT TO WS-LIVES-SUM
               END-IF
           END-IF
           PERFORM KEEP-RECENT-RUN.

      *> ============================================================
      *> Keep the run if it is among the driver's ten latest (the
      *> highest run IDs), in run-ID order.
      *> ============================================================
       KEEP-RECENT-RUN.
           IF WS-RECENT-COUNT = WS-MAX-RECENT AND
              SRT-RUN-ID > WS-R-RUN-ID(1)
      *>       Full: the oldest kept run makes room
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-RECENT-COUNT
                   MOVE WS-RECENT-RUN(WS-J + 1)
                       TO WS-RECENT-RUN(WS-J)
               END-PERFORM
               SUBTRACT 1 FROM WS-RECENT-COUNT
           END-IF
           IF WS-RECENT-COUNT < WS-MAX-RECENT
               MOVE 1 TO WS-INSERT-AT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RECENT-COUNT
                   IF WS-R-RUN-ID(WS-J) < SRT-RUN-ID
                       COMPUTE WS-INSERT-AT = WS-J + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-J FROM WS-RECENT-COUNT BY -1
                   UNTIL WS-J < WS-INSERT-AT
                   MOVE WS-RECENT-RUN(WS-J)
                       TO WS-RECENT-RUN(WS-J + 1)
               END-PERFORM
               MOVE SRT-RUN-ID TO WS-R-RUN-ID(WS-INSERT-AT)
               MOVE SRT-SCORE  TO WS-R-SCORE(WS-INSERT-AT)
               ADD 1 TO WS-RECENT-COUNT
           END-IF.

      *> ============================================================
      *> One run's telemetry: frames, crates, and each crash sorted
      *> into wall or rock (see the note at the top).
      *> ============================================================
       READ-RUN-TELEMETRY.
           MOVE 0 TO WS-TELEM-OK
           MOVE 0 TO WS-RUN-FRAMES
           MOVE 0 TO WS-RUN-WALLS
           MOVE 0 TO WS-RUN-ROCKS
           MOVE 0 TO WS-RUN-CRATES
           MOVE WS-START-X TO WS-PREV-X
           IF SRT-TELEM-NAME NOT = SPACES
               MOVE SRT-TELEM-NAME TO WS-TELEM-NAME
               OPEN INPUT TELEM-FILE
               IF WS-TELEM-STATUS = "00"
                   PERFORM UNTIL WS-TELEM-STATUS NOT = "00"
                       READ TELEM-FILE
                           AT END
                               MOVE "10" TO WS-TELEM-STATUS
                           NOT AT END
                               PERFORM TALLY-TELEMETRY-FRAME
                       END-READ
                   END-PERFORM
                   CLOSE TELEM-FILE
                   IF WS-RUN-FRAMES > 0
                       MOVE 1 TO WS-TELEM-OK
                   END-IF
               END-IF
           END-IF.

       TALLY-TELEMETRY-FRAME.
           ADD 1 TO WS-RUN-FRAMES
           IF TELEM-COLLISION = 1
               COMPUTE WS-REACH = TELEM-OBJ-X - WS-PREV-X
               IF TELEM-OBJ = "R" AND
                  WS-REACH >= -1 AND WS-REACH <= 1 AND
                  TELEM-OBJ-X > TELEM-LEFT AND
                  TELEM-OBJ-X < TELEM-RIGHT
                   ADD 1 TO WS-RUN-ROCKS
               ELSE
                   ADD 1 TO WS-RUN-WALLS
               END-IF
           END-IF
           IF TELEM-CRATE = 1
               ADD 1 TO WS-RUN-CRATES
           END-IF
           MOVE TELEM-ROVER-X TO WS-PREV-X.

      *> ============================================================
      *> Print the driver's career.
      *> ============================================================
       FINISH-DRIVER.
           COMPUTE WS-AVG-SCORE ROUNDED = WS-SCORE-SUM / WS-CUR-RUNS
           COMPUTE WS-MEDIAN =
               (WS-MED-SCORE1 + WS-MED-SCORE2) / 2
           MOVE WS-AVG-SCORE TO WS-AVG-ED
           MOVE WS-MEDIAN TO WS-MEDIAN-ED
           DISPLAY " "
           IF WS-CUR-SECTION = "I"
               DISPLAY "DRIVER " WS-CUR-DRIVER "  " WS-CUR-NAME
                   "  RETIRED EFFECTIVE " WS-CUR-EFF-DATE
           ELSE
               DISPLAY "DRIVER " WS-CUR-DRIVER "  " WS-CUR-NAME
           END-IF
           DISPLAY "  RUNS DRIVEN. . . . . . . . : " WS-CUR-RUNS
           DISPLAY "  AVERAGE SCORE. . . . . . . : " WS-AVG-ED
           DISPLAY "  MEDIAN SCORE . . . . . . . : " WS-MEDIAN-ED
           DISPLAY "  BEST SCORE . . . . . . . . : " WS-BEST-SCORE
           IF WS-TELEM-RUNS = 0
               DISPLAY "  NO RETAINED TELEMETRY, NO CRASH OR CRATE "
                   "FIGURES"
           ELSE
               COMPUTE WS-WALL-RATE ROUNDED =
                   (WS-WALL-CRASHES * 100) / WS-TOTAL-FRAMES
               COMPUTE WS-ROCK-RATE ROUNDED =
                   (WS-ROCK-CRASHES * 100) / WS-TOTAL-FRAMES
               COMPUTE WS-CRATE-RATE ROUNDED =
                   WS-TOTAL-CRATES / WS-TELEM-RUNS
               MOVE WS-WALL-RATE TO WS-RATE-ED
               MOVE WS-ROCK-RATE TO WS-RATE2-ED
               MOVE WS-CRATE-RATE TO WS-CRATE-ED
               DISPLAY "  FRAMES DRIVEN. . . . . . . : "
                   WS-TOTAL-FRAMES " (TELEMETRY FOR "
                   WS-TELEM-RUNS " OF " WS-CUR-RUNS " RUNS)"
               DISPLAY "  WALL CRASHES PER 100 FRAMES: " WS-RATE-ED
                   "  (" WS-WALL-CRASHES ")"
               DISPLAY "  ROCK CRASHES PER 100 FRAMES: " WS-RATE2-ED
                   "  (" WS-ROCK-CRASHES ")"
               DISPLAY "  CRATES PER RUN . . . . . . : " WS-CRATE-ED
           END-IF
           IF WS-LIVES-RUNS = 0
               DISPLAY "  AVERAGE LIVES LEFT . . . . : UNKNOWN"
           ELSE
               COMPUTE WS-LIVES-AVG ROUNDED =
                   WS-LIVES-SUM / WS-LIVES-RUNS
               MOVE WS-LIVES-AVG TO WS-LIVES-ED
               DISPLAY "  AVERAGE LIVES LEFT . . . . : " WS-LIVES-ED
                   " (" WS-LIVES-RUNS " RUNS)"
           END-IF
           PERFORM PRINT-RECENT-TREND.

      *> ============================================================
      *> The last ten runs, oldest first, each with its distance
      *> from the career average and a bar to read the shape by;
      *> then the trend: the newer half of those runs against the
      *> older half, called IMPROVING or DECLINING when the gap is
      *> more than a twentieth of the career average.
      *> ============================================================
       PRINT-RECENT-TREND.
           DISPLAY "  LAST " WS-RECENT-COUNT
               " RUNS AGAINST THE CAREER AVERAGE:"
           MOVE 0 TO WS-RECENT-SUM
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-RECENT-COUNT
               ADD WS-R-SCORE(WS-J) TO WS-RECENT-SUM
               COMPUTE WS-DIFF = WS-R-SCORE(WS-J) - WS-AVG-SCORE
               MOVE WS-DIFF TO WS-DIFF-ED
               MOVE 0 TO WS-BAR-MARKS
               IF WS-AVG-SCORE > 0
                   IF WS-DIFF < 0
                       COMPUTE WS-BAR-WORK =
                           ((0 - WS-DIFF) * 20) / WS-AVG-SCORE
                   ELSE
                       COMPUTE WS-BAR-WORK =
                           (WS-DIFF * 20) / WS-AVG-SCORE
                   END-IF
                   IF WS-BAR-WORK > WS-BAR-LIMIT
                       MOVE WS-BAR-LIMIT TO WS-BAR-MARKS
                   ELSE
                       MOVE WS-BAR-WORK TO WS-BAR-MARKS
                   END-IF
               END-IF
               MOVE SPACES TO WS-BAR
               IF WS-BAR-MARKS > 0
                   IF WS-DIFF < 0
                       MOVE WS-BAR-MINUS(1:WS-BAR-MARKS) TO WS-BAR
                   ELSE
                       MOVE WS-BAR-PLUS(1:WS-BAR-MARKS) TO WS-BAR
                   END-IF
               END-IF
               DISPLAY "    RUN " WS-R-RUN-ID(WS-J) "  SCORE "
                   WS-R-SCORE(WS-J) "  " WS-DIFF-ED "  |"
                   FUNCTION TRIM(WS-BAR TRAILING)
           END-PERFORM
           COMPUTE WS-RECENT-AVG ROUNDED =
               WS-RECENT-SUM / WS-RECENT-COUNT
           MOVE WS-RECENT-AVG TO WS-AVG2-ED
           DISPLAY "  LAST " WS-RECENT-COUNT " AVERAGE "
               WS-AVG2-ED " AGAINST CAREER " WS-AVG-ED
           IF WS-RECENT-COUNT < 2
               DISPLAY "  TREND. . . . . . . . . . . : "
                   "TOO FEW RUNS TO CALL"
           ELSE
               COMPUTE WS-HALF = WS-RECENT-COUNT / 2
               MOVE 0 TO WS-OLDER-SUM
               MOVE 0 TO WS-NEWER-SUM
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-HALF
                   ADD WS-R-SCORE(WS-J) TO WS-OLDER-SUM
                   ADD WS-R-SCORE(WS-RECENT-COUNT - WS-J + 1)
                       TO WS-NEWER-SUM
               END-PERFORM
               COMPUTE WS-OLDER-AVG ROUNDED = WS-OLDER-SUM / WS-HALF
               COMPUTE WS-NEWER-AVG ROUNDED = WS-NEWER-SUM / WS-HALF
               COMPUTE WS-TREND-MARGIN = WS-AVG-SCORE / 20
               EVALUATE TRUE
                   WHEN WS-NEWER-AVG > WS-OLDER-AVG + WS-TREND-MARGIN
                       MOVE "IMPROVING" TO WS-TREND-WORD
                   WHEN WS-NEWER-AVG + WS-TREND-MARGIN < WS-OLDER-AVG
                       MOVE "DECLINING" TO WS-TREND-WORD
                   WHEN OTHER
                       MOVE "STEADY" TO WS-TREND-WORD
               END-EVALUATE
               MOVE WS-OLDER-AVG TO WS-AVG-ED
               MOVE WS-NEWER-AVG TO WS-AVG2-ED
               DISPLAY "  TREND. . . . . . . . . . . : "
                   WS-TREND-WORD " (OLDER " WS-HALF " AVG "
                   WS-AVG-ED ", NEWER " WS-HALF " AVG "
                   WS-AVG2-ED ")"
           END-IF.
