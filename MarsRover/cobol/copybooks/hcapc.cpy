      *> ============================================================
      *> HCAPC - shared handicap history record layout
      *> One record per driver per month: the month the handicap
      *> applies to, the driver, the handicap (whole points taken
      *> off each gross score that month), how many of the driver's
      *> recent ledger scores it was averaged from, its basis (S
      *> scored from the driver's own runs, P provisional — the
      *> field's average, for a driver with too few runs to rate),
      *> and the date it was set. A month's handicaps are set once
      *> and never changed, so the file is the record of which
      *> handicap applied when. Written by HANDICAP and read by
      *> LEADERBOARD and SEASON-STAND for their net rankings.
      *> ============================================================
       01  HCP-RECORD.
           05 HCP-MONTH        PIC 9(6).
           05 HCP-SEP1         PIC X.
           05 HCP-DRIVER-ID    PIC X(8).
           05 HCP-SEP2         PIC X.
           05 HCP-HANDICAP     PIC 9(5).
           05 HCP-SEP3         PIC X.
           05 HCP-RUNS         PIC 99.
           05 HCP-SEP4         PIC X.
           05 HCP-BASIS        PIC X.
           05 HCP-SEP5         PIC X.
           05 HCP-SET-DATE     PIC 9(8).
