      *----------------------------------------------------------------*
      * ICSF_RUN_STATS_RPT.CBL                                         *
      *                                                                *
      * Weekly crypto-window capacity trend report.                   *
      * Reads the run-statistics file ICSFRSA appends one record to   *
      * at the end of every cycle (see ICSF_RSA_COBOL.CBL and         *
      * RUNSTAT.CPY) and reports the last RSTRDAYS days of it: one    *
      * line per cycle with its elapsed times, CSF call volumes by    *
      * service, transient retries, key-token cache hit rate, and     *
      * signing results, a subtotal per day so the volumes and        *
      * elapsed times trend down the page, and a period summary.      *
      *                                                                *
      * "Normal" is the period's own average. A cycle is flagged E    *
      * when its elapsed time exceeds RSTRPCT percent of the average  *
      * cycle (default 200) and is at least RSTRMINS seconds (default *
      * 0060, so a ten-second cycle against a five-second average is  *
      * not news), and R when its retry count exceeds RSTRPCT percent *
      * of the average retries - which in a week with no retries at   *
      * all means any retry. A flagged cycle ends the run with        *
      * condition code 4 so the scheduler can route the report to     *
      * the capacity team.                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - weekly capacity trend report over *
      *               the ICSFRSA run-statistics file.                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFRSTR.
       AUTHOR.      IBMSAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATS-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.

           SELECT RSTR-RPT-FILE ASSIGN TO RSTRRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTAT.

       FD  RSTR-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RSTR-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RUNSTAT-STATUS          PIC X(02) VALUE '00'.
       01  WS-RSTRRPT-STATUS          PIC X(02) VALUE '00'.

       01  WS-STATS-EOF               PIC X(01) VALUE 'N'.
           88  STATS-EOF                       VALUE 'Y'.
           88  STATS-NOT-EOF                   VALUE 'N'.

       01  WS-STATS-OPEN-SW           PIC X(01) VALUE 'N'.
           88  STATS-FILE-OPEN                 VALUE 'Y'.
           88  STATS-FILE-CLOSED               VALUE 'N'.

      *----------------------------------------------------------------*
      * Reporting period. WS-PERIOD-DAYS (RSTRDAYS, three digits of   *
      * days, default 007) counts back from today: a cycle is in the  *
      * period when its start day is after WS-CUTOFF-DAY. The YYYYDDD *
      * borrow is the 365-day device the ICSFRSA history sweep uses.  *
      *----------------------------------------------------------------*
       01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
       01  WS-TODAY-DAY               PIC 9(07) VALUE ZERO.

       01  WS-PERIOD-DAYS             PIC 9(03) VALUE 007.
       01  WS-PERIOD-DAYS-IN          PIC X(03) VALUE SPACES.

       01  WS-CUTOFF-DAY              PIC 9(07) VALUE ZERO.
       01  WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DAY.
           05  WS-CUTOFF-YEAR         PIC 9(04).
           05  WS-CUTOFF-DDD          PIC 9(03).
       01  WS-CUTOFF-DDD-WORK         PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Outlier thresholds. RSTRPCT is a percentage of the period's   *
      * average, three digits ('150', '300'); RSTRMINS is the floor   *
      * below which an elapsed time is never flagged, four digits of  *
      * seconds. Anything non-numeric leaves the default alone.       *
      *----------------------------------------------------------------*
       01  WS-OUTLIER-PCT             PIC 9(03) VALUE 200.
       01  WS-OUTLIER-PCT-IN          PIC X(03) VALUE SPACES.
       01  WS-MIN-FLAG-SECS           PIC 9(04) VALUE 0060.
       01  WS-MIN-FLAG-SECS-IN        PIC X(04) VALUE SPACES.

       01  WS-AVG-ELAPSED             PIC 9(07)V9(02) VALUE ZERO.
       01  WS-AVG-RETRIES             PIC 9(07)V9(02) VALUE ZERO.
       01  WS-ELAPSED-LIMIT           PIC 9(07)V9(02) VALUE ZERO.
       01  WS-RETRY-LIMIT             PIC 9(07)V9(02) VALUE ZERO.

      *----------------------------------------------------------------*
      * Period totals, gathered by the first pass so the second pass  *
      * can judge each cycle against the period's average.            *
      *----------------------------------------------------------------*
       01  WS-PERIOD-TOTALS.
           05  WS-PER-CYCLES          PIC 9(07).
           05  WS-PER-ELAPSED         PIC 9(09).
           05  WS-PER-RETRIES         PIC 9(09).
           05  WS-PER-MAX-ELAPSED     PIC 9(07).
           05  WS-PER-MAX-RETRIES     PIC 9(07).
           05  WS-PER-FLAGGED         PIC 9(07).

      *----------------------------------------------------------------*
      * Accumulators for one day's subtotal line and for the period   *
      * total line - the same layout, rolled day into period at each  *
      * change of start date.                                         *
      *----------------------------------------------------------------*
       01  WS-DAY-TOTALS.
           05  WS-DAY-CYCLES          PIC 9(07).
           05  WS-DAY-ELAPSED         PIC 9(09).
           05  WS-DAY-SIGN-SECS       PIC 9(09).
           05  WS-DAY-WRAP-SECS       PIC 9(09).
           05  WS-DAY-VERIFY-SECS     PIC 9(09).
           05  WS-DAY-CSNDRSA         PIC 9(09).
           05  WS-DAY-CSNDDSV         PIC 9(09).
           05  WS-DAY-CSNDPKE         PIC 9(09).
           05  WS-DAY-CSNDPKD         PIC 9(09).
           05  WS-DAY-CSNBKGN         PIC 9(09).
           05  WS-DAY-RETRIES         PIC 9(09).
           05  WS-DAY-LOOKUPS         PIC 9(09).
           05  WS-DAY-HITS            PIC 9(09).
           05  WS-DAY-SIGNED          PIC 9(09).
           05  WS-DAY-FAILED          PIC 9(09).
           05  WS-DAY-CUTOFF          PIC 9(09).
           05  WS-DAY-DUPLIC          PIC 9(09).

       01  WS-TOT-TOTALS.
           05  WS-TOT-CYCLES          PIC 9(07).
           05  WS-TOT-ELAPSED         PIC 9(09).
           05  WS-TOT-SIGN-SECS       PIC 9(09).
           05  WS-TOT-WRAP-SECS       PIC 9(09).
           05  WS-TOT-VERIFY-SECS     PIC 9(09).
           05  WS-TOT-CSNDRSA         PIC 9(09).
           05  WS-TOT-CSNDDSV         PIC 9(09).
           05  WS-TOT-CSNDPKE         PIC 9(09).
           05  WS-TOT-CSNDPKD         PIC 9(09).
           05  WS-TOT-CSNBKGN         PIC 9(09).
           05  WS-TOT-RETRIES         PIC 9(09).
           05  WS-TOT-LOOKUPS         PIC 9(09).
           05  WS-TOT-HITS            PIC 9(09).
           05  WS-TOT-SIGNED          PIC 9(09).
           05  WS-TOT-FAILED          PIC 9(09).
           05  WS-TOT-CUTOFF          PIC 9(09).
           05  WS-TOT-DUPLIC          PIC 9(09).

       01  WS-CURRENT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-HIT-PCT                 PIC 9(03)V9(02) VALUE ZERO.
       01  WS-CYCLE-FLAGS             PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------*
      * Report line. The cycle, day-total, and period-total lines all *
      * share it; a total line overwrites the start time and cycle    *
      * number columns with its caption through DL-CAPTION.           *
      *----------------------------------------------------------------*
       01  WS-DETAIL-LINE.
           05  DL-DATE                PIC X(08).
           05  FILLER                 PIC X(01).
           05  DL-IDENT.
               10  DL-START-TIME      PIC X(06).
               10  FILLER             PIC X(01).
               10  DL-CYCLE           PIC Z(3)9.
           05  DL-CAPTION REDEFINES DL-IDENT
                                      PIC X(11).
           05  FILLER                 PIC X(01).
           05  DL-ELAPSED             PIC Z(5)9.
           05  FILLER                 PIC X(01).
           05  DL-SIGN-SECS           PIC Z(4)9.
           05  FILLER                 PIC X(01).
           05  DL-WRAP-SECS           PIC Z(4)9.
           05  FILLER                 PIC X(01).
           05  DL-VERIFY-SECS         PIC Z(4)9.
           05  FILLER                 PIC X(01).
           05  DL-CSNDRSA             PIC Z(6)9.
           05  FILLER                 PIC X(01).
           05  DL-CSNDDSV             PIC Z(6)9.
           05  FILLER                 PIC X(01).
           05  DL-CSNDPKE             PIC Z(6)9.
           05  FILLER                 PIC X(01).
           05  DL-CSNDPKD             PIC Z(6)9.
           05  FILLER                 PIC X(01).
           05  DL-CSNBKGN             PIC Z(6)9.
           05  FILLER                 PIC X(01).
           05  DL-RETRIES             PIC Z(4)9.
           05  FILLER                 PIC X(01).
           05  DL-HIT-PCT             PIC ZZ9.99.
           05  FILLER                 PIC X(01).
           05  DL-SIGNED              PIC Z(6)9.
           05  FILLER                 PIC X(01).
           05  DL-FAILED              PIC Z(5)9.
           05  FILLER                 PIC X(01).
           05  DL-CUTOFF              PIC Z(5)9.
           05  FILLER                 PIC X(01).
           05  DL-DUPLIC              PIC Z(5)9.
           05  FILLER                 PIC X(01).
           05  DL-FLAGS               PIC X(02).

       01  WS-DISP-COUNT              PIC Z(8)9.
       01  WS-DISP-AVERAGE            PIC Z(6)9.99.
       01  WS-DISP-LIMIT              PIC Z(6)9.99.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - overall run sequence. Two passes over the      *
      * statistics file: the first measures the period, the second    *
      * reports it against that measure.                               *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-MEASURE-PERIOD
               THRU 2000-MEASURE-PERIOD-EXIT

           PERFORM 3000-REPORT-PERIOD
               THRU 3000-REPORT-PERIOD-EXIT

           PERFORM 9999-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open the report, pick up the run controls,  *
      * work out the period, and write the headings.                   *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT RSTR-RPT-FILE
           IF WS-RSTRRPT-STATUS NOT = '00'
               DISPLAY 'RSTRRPT OPEN FAILED, STATUS='
                       WS-RSTRRPT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE ZERO TO WS-PERIOD-TOTALS
           MOVE ZERO TO WS-DAY-TOTALS
           MOVE ZERO TO WS-TOT-TOTALS

           DISPLAY 'RSTRDAYS' UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIOD-DAYS-IN FROM ENVIRONMENT-VALUE
           IF WS-PERIOD-DAYS-IN IS NUMERIC
              AND WS-PERIOD-DAYS-IN NOT = '000'
               MOVE WS-PERIOD-DAYS-IN TO WS-PERIOD-DAYS
           END-IF

           DISPLAY 'RSTRPCT' UPON ENVIRONMENT-NAME
           ACCEPT WS-OUTLIER-PCT-IN FROM ENVIRONMENT-VALUE
           IF WS-OUTLIER-PCT-IN IS NUMERIC
              AND WS-OUTLIER-PCT-IN NOT = '000'
               MOVE WS-OUTLIER-PCT-IN TO WS-OUTLIER-PCT
           END-IF

           DISPLAY 'RSTRMINS' UPON ENVIRONMENT-NAME
           ACCEPT WS-MIN-FLAG-SECS-IN FROM ENVIRONMENT-VALUE
           IF WS-MIN-FLAG-SECS-IN IS NUMERIC
               MOVE WS-MIN-FLAG-SECS-IN TO WS-MIN-FLAG-SECS
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-DAY  FROM DAY YYYYDDD
           MOVE WS-TODAY-DAY TO WS-CUTOFF-DAY
           COMPUTE WS-CUTOFF-DDD-WORK =
               WS-CUTOFF-DDD - WS-PERIOD-DAYS
           PERFORM UNTIL WS-CUTOFF-DDD-WORK >= 1
               SUBTRACT 1 FROM WS-CUTOFF-YEAR
               ADD 365 TO WS-CUTOFF-DDD-WORK
           END-PERFORM
           MOVE WS-CUTOFF-DDD-WORK TO WS-CUTOFF-DDD

           MOVE SPACES TO RSTR-RPT-LINE
           STRING 'CRYPTO WINDOW CAPACITY TREND REPORT - '
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               '   LAST ' DELIMITED BY SIZE
               WS-PERIOD-DAYS DELIMITED BY SIZE
               ' DAYS (START DAY AFTER ' DELIMITED BY SIZE
               WS-CUTOFF-DAY DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO RSTR-RPT-LINE
           WRITE RSTR-RPT-LINE

           MOVE SPACES TO RSTR-RPT-LINE
           STRING 'FLAGS: E = ELAPSED OVER ' DELIMITED BY SIZE
               WS-OUTLIER-PCT DELIMITED BY SIZE
               '% OF PERIOD AVERAGE (MIN ' DELIMITED BY SIZE
               WS-MIN-FLAG-SECS DELIMITED BY SIZE
               ' SECS)   R = RETRIES OVER ' DELIMITED BY SIZE
               WS-OUTLIER-PCT DELIMITED BY SIZE
               '% OF PERIOD AVERAGE' DELIMITED BY SIZE
               INTO RSTR-RPT-LINE
           WRITE RSTR-RPT-LINE

           MOVE SPACES TO RSTR-RPT-LINE
           WRITE RSTR-RPT-LINE

           MOVE SPACES TO RSTR-RPT-LINE
           STRING 'DATE     START  CYCL ELAPSD SIGNS WRAPS VERFS'
               DELIMITED BY SIZE
               ' CSNDRSA CSNDDSV CSNDPKE CSNDPKD CSNBKGN RETRY'
               DELIMITED BY SIZE
               '  HIT %  SIGNED FAILED CUTOFF DUPLIC FL'
               DELIMITED BY SIZE
               INTO RSTR-RPT-LINE
           WRITE RSTR-RPT-LINE.

      *----------------------------------------------------------------*
      * 2000-MEASURE-PERIOD - first pass: count the period's cycles   *
      * and total their elapsed times and retries, then set the       *
      * outlier limits from the averages.                              *
      *----------------------------------------------------------------*
       2000-MEASURE-PERIOD.
           PERFORM 2900-OPEN-STATS
           IF STATS-FILE-CLOSED
               GO TO 2000-MEASURE-PERIOD-EXIT
           END-IF

           PERFORM 2910-READ-STATS
           PERFORM UNTIL STATS-EOF
               IF RS-START-DAY > WS-CUTOFF-DAY
                   PERFORM 2100-MEASURE-ONE-CYCLE
               END-IF
               PERFORM 2910-READ-STATS
           END-PERFORM
           CLOSE RUN-STATS-FILE

           IF WS-PER-CYCLES > ZERO
               COMPUTE WS-AVG-ELAPSED ROUNDED =
                   WS-PER-ELAPSED / WS-PER-CYCLES
               COMPUTE WS-AVG-RETRIES ROUNDED =
                   WS-PER-RETRIES / WS-PER-CYCLES
           END-IF
           COMPUTE WS-ELAPSED-LIMIT ROUNDED =
               WS-AVG-ELAPSED * WS-OUTLIER-PCT / 100
           IF WS-ELAPSED-LIMIT < WS-MIN-FLAG-SECS
               MOVE WS-MIN-FLAG-SECS TO WS-ELAPSED-LIMIT
           END-IF
           COMPUTE WS-RETRY-LIMIT ROUNDED =
               WS-AVG-RETRIES * WS-OUTLIER-PCT / 100.
       2000-MEASURE-PERIOD-EXIT.
           EXIT.

       2100-MEASURE-ONE-CYCLE.
           ADD 1               TO WS-PER-CYCLES
           ADD RS-ELAPSED-SECS TO WS-PER-ELAPSED
           ADD RS-RETRY-COUNT  TO WS-PER-RETRIES
           IF RS-ELAPSED-SECS > WS-PER-MAX-ELAPSED
               MOVE RS-ELAPSED-SECS TO WS-PER-MAX-ELAPSED
           END-IF
           IF RS-RETRY-COUNT > WS-PER-MAX-RETRIES
               MOVE RS-RETRY-COUNT TO WS-PER-MAX-RETRIES
           END-IF.

       2900-OPEN-STATS.
           SET STATS-NOT-EOF TO TRUE
           OPEN INPUT RUN-STATS-FILE
           IF WS-RUNSTAT-STATUS = '00'
               SET STATS-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'RUNSTAT OPEN FAILED, STATUS='
                       WS-RUNSTAT-STATUS
               MOVE 8 TO RETURN-CODE
               SET STATS-FILE-CLOSED TO TRUE
               SET STATS-EOF TO TRUE
           END-IF.

       2910-READ-STATS.
           READ RUN-STATS-FILE
               AT END
                   SET STATS-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 3000-REPORT-PERIOD - second pass: one line per cycle in the   *
      * period, with a subtotal line whenever the start date changes. *
      * ICSFRSA only ever appends, so the file is already in start    *
      * order and the date break needs no sort.                        *
      *----------------------------------------------------------------*
       3000-REPORT-PERIOD.
           IF STATS-FILE-CLOSED
               GO TO 3000-REPORT-PERIOD-EXIT
           END-IF

           PERFORM 2900-OPEN-STATS
           IF STATS-FILE-CLOSED
               GO TO 3000-REPORT-PERIOD-EXIT
           END-IF

           MOVE ZERO TO WS-CURRENT-DATE
           PERFORM 2910-READ-STATS
           PERFORM UNTIL STATS-EOF
               IF RS-START-DAY > WS-CUTOFF-DAY
                   IF RS-START-DATE NOT = WS-CURRENT-DATE
                       IF WS-CURRENT-DATE NOT = ZERO
                           PERFORM 3300-WRITE-DAY-TOTAL
                       END-IF
                       MOVE RS-START-DATE TO WS-CURRENT-DATE
                   END-IF
                   PERFORM 3100-REPORT-ONE-CYCLE
               END-IF
               PERFORM 2910-READ-STATS
           END-PERFORM
           CLOSE RUN-STATS-FILE

           IF WS-CURRENT-DATE NOT = ZERO
               PERFORM 3300-WRITE-DAY-TOTAL
           END-IF.
       3000-REPORT-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-REPORT-ONE-CYCLE - judge the cycle against the period's  *
      * limits, write its line, and add it into the day.              *
      *----------------------------------------------------------------*
       3100-REPORT-ONE-CYCLE.
           MOVE SPACES TO WS-CYCLE-FLAGS
           IF RS-ELAPSED-SECS > WS-ELAPSED-LIMIT
               MOVE 'E' TO WS-CYCLE-FLAGS(1:1)
           END-IF
           IF RS-RETRY-COUNT > WS-RETRY-LIMIT
               MOVE 'R' TO WS-CYCLE-FLAGS(2:1)
           END-IF
           IF WS-CYCLE-FLAGS NOT = SPACES
               ADD 1 TO WS-PER-FLAGGED
           END-IF

           MOVE SPACES            TO WS-DETAIL-LINE
           MOVE RS-START-DATE     TO DL-DATE
           MOVE RS-START-TIME     TO DL-START-TIME
           MOVE RS-CYCLE-NUMBER   TO DL-CYCLE
           MOVE RS-ELAPSED-SECS   TO DL-ELAPSED
           MOVE RS-SIGN-ELAPSED-SECS   TO DL-SIGN-SECS
           MOVE RS-WRAP-ELAPSED-SECS   TO DL-WRAP-SECS
           MOVE RS-VERIFY-ELAPSED-SECS TO DL-VERIFY-SECS
           MOVE RS-CSNDRSA-CALLS  TO DL-CSNDRSA
           MOVE RS-CSNDDSV-CALLS  TO DL-CSNDDSV
           MOVE RS-CSNDPKE-CALLS  TO DL-CSNDPKE
           MOVE RS-CSNDPKD-CALLS  TO DL-CSNDPKD
           MOVE RS-CSNBKGN-CALLS  TO DL-CSNBKGN
           MOVE RS-RETRY-COUNT    TO DL-RETRIES
           MOVE RS-CACHE-HIT-PCT  TO DL-HIT-PCT
           MOVE RS-SIGNED-COUNT   TO DL-SIGNED
           MOVE RS-FAILED-COUNT   TO DL-FAILED
           MOVE RS-CUTOFF-COUNT   TO DL-CUTOFF
           MOVE RS-DUPLIC-COUNT   TO DL-DUPLIC
           MOVE WS-CYCLE-FLAGS    TO DL-FLAGS
           WRITE RSTR-RPT-LINE FROM WS-DETAIL-LINE

           ADD 1                      TO WS-DAY-CYCLES
           ADD RS-ELAPSED-SECS        TO WS-DAY-ELAPSED
           ADD RS-SIGN-ELAPSED-SECS   TO WS-DAY-SIGN-SECS
           ADD RS-WRAP-ELAPSED-SECS   TO WS-DAY-WRAP-SECS
           ADD RS-VERIFY-ELAPSED-SECS TO WS-DAY-VERIFY-SECS
           ADD RS-CSNDRSA-CALLS       TO WS-DAY-CSNDRSA
           ADD RS-CSNDDSV-CALLS       TO WS-DAY-CSNDDSV
           ADD RS-CSNDPKE-CALLS       TO WS-DAY-CSNDPKE
           ADD RS-CSNDPKD-CALLS       TO WS-DAY-CSNDPKD
           ADD RS-CSNBKGN-CALLS       TO WS-DAY-CSNBKGN
           ADD RS-RETRY-COUNT         TO WS-DAY-RETRIES
           ADD RS-CACHE-LOOKUPS       TO WS-DAY-LOOKUPS
           ADD RS-CACHE-HITS          TO WS-DAY-HITS
           ADD RS-SIGNED-COUNT        TO WS-DAY-SIGNED
           ADD RS-FAILED-COUNT        TO WS-DAY-FAILED
           ADD RS-CUTOFF-COUNT        TO WS-DAY-CUTOFF
           ADD RS-DUPLIC-COUNT        TO WS-DAY-DUPLIC.

      *----------------------------------------------------------------*
      * 3300-WRITE-DAY-TOTAL - the day's volumes and elapsed times,   *
      * the line the trend is read from; then roll the day into the   *
      * period and clear it for the next date.                         *
      *----------------------------------------------------------------*
       3300-WRITE-DAY-TOTAL.
           MOVE ZERO TO WS-HIT-PCT
           IF WS-DAY-LOOKUPS > ZERO
               COMPUTE WS-HIT-PCT ROUNDED =
                   WS-DAY-HITS * 100 / WS-DAY-LOOKUPS
           END-IF

           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE WS-CURRENT-DATE     TO DL-DATE
           MOVE 'DAY TOTAL'         TO DL-CAPTION
           MOVE WS-DAY-ELAPSED      TO DL-ELAPSED
           MOVE WS-DAY-SIGN-SECS    TO DL-SIGN-SECS
           MOVE WS-DAY-WRAP-SECS    TO DL-WRAP-SECS
           MOVE WS-DAY-VERIFY-SECS  TO DL-VERIFY-SECS
           MOVE WS-DAY-CSNDRSA      TO DL-CSNDRSA
           MOVE WS-DAY-CSNDDSV      TO DL-CSNDDSV
           MOVE WS-DAY-CSNDPKE      TO DL-CSNDPKE
           MOVE WS-DAY-CSNDPKD      TO DL-CSNDPKD
           MOVE WS-DAY-CSNBKGN      TO DL-CSNBKGN
           MOVE WS-DAY-RETRIES      TO DL-RETRIES
           MOVE WS-HIT-PCT          TO DL-HIT-PCT
           MOVE WS-DAY-SIGNED       TO DL-SIGNED
           MOVE WS-DAY-FAILED       TO DL-FAILED
           MOVE WS-DAY-CUTOFF       TO DL-CUTOFF
           MOVE WS-DAY-DUPLIC       TO DL-DUPLIC
           WRITE RSTR-RPT-LINE FROM WS-DETAIL-LINE

           MOVE SPACES TO RSTR-RPT-LINE
           WRITE RSTR-RPT-LINE

           ADD WS-DAY-CYCLES        TO WS-TOT-CYCLES
           ADD WS-DAY-ELAPSED       TO WS-TOT-ELAPSED
           ADD WS-DAY-SIGN-SECS     TO WS-TOT-SIGN-SECS
           ADD WS-DAY-WRAP-SECS     TO WS-TOT-WRAP-SECS
           ADD WS-DAY-VERIFY-SECS   TO WS-TOT-VERIFY-SECS
           ADD WS-DAY-CSNDRSA       TO WS-TOT-CSNDRSA
           ADD WS-DAY-CSNDDSV       TO WS-TOT-CSNDDSV
           ADD WS-DAY-CSNDPKE       TO WS-TOT-CSNDPKE
           ADD WS-DAY-CSNDPKD       TO WS-TOT-CSNDPKD
           ADD WS-DAY-CSNBKGN       TO WS-TOT-CSNBKGN
           ADD WS-DAY-RETRIES       TO WS-TOT-RETRIES
           ADD WS-DAY-LOOKUPS       TO WS-TOT-LOOKUPS
           ADD WS-DAY-HITS          TO WS-TOT-HITS
           ADD WS-DAY-SIGNED        TO WS-TOT-SIGNED
           ADD WS-DAY-FAILED        TO WS-TOT-FAILED
           ADD WS-DAY-CUTOFF        TO WS-TOT-CUTOFF
           ADD WS-DAY-DUPLIC        TO WS-TOT-DUPLIC
           MOVE ZERO TO WS-DAY-TOTALS.

      *----------------------------------------------------------------*
      * 9999-TERMINATE - the period total line and summary, the       *
      * condition code, and close the report.                         *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           MOVE ZERO TO WS-HIT-PCT
           IF WS-TOT-LOOKUPS > ZERO
               COMPUTE WS-HIT-PCT ROUNDED =
                   WS-TOT-HITS * 100 / WS-TOT-LOOKUPS
           END-IF

           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE 'PERIOD'            TO DL-DATE
           MOVE 'TOTAL'             TO DL-CAPTION
           MOVE WS-TOT-ELAPSED      TO DL-ELAPSED
           MOVE WS-TOT-SIGN-SECS    TO DL-SIGN-SECS
           MOVE WS-TOT-WRAP-SECS    TO DL-WRAP-SECS
           MOVE WS-TOT-VERIFY-SECS  TO DL-VERIFY-SECS
           MOVE WS-TOT-CSNDRSA      TO DL-CSNDRSA
           MOVE WS-TOT-CSNDDSV      TO DL-CSNDDSV
           MOVE WS-TOT-CSNDPKE      TO DL-CSNDPKE
           MOVE WS-TOT-CSNDPKD      TO DL-CSNDPKD
           MOVE WS-TOT-CSNBKGN      TO DL-CSNBKGN
           MOVE WS-TOT-RETRIES      TO DL-RETRIES
           MOVE WS-HIT-PCT          TO DL-HIT-PCT
           MOVE WS-TOT-SIGNED       TO DL-SIGNED
           MOVE WS-TOT-FAILED       TO DL-FAILED
           MOVE WS-TOT-CUTOFF       TO DL-CUTOFF
           MOVE WS-TOT-DUPLIC       TO DL-DUPLIC
           WRITE RSTR-RPT-LINE FROM WS-DETAIL-LINE

           MOVE SPACES TO RSTR-RPT-LINE
           WRITE RSTR-RPT-LINE

           MOVE WS-PER-CYCLES TO WS-DISP-COUNT
           MOVE SPACES TO RSTR-RPT-LINE
           STRING 'CYCLES IN PERIOD: ' DELIMITED BY SIZE
               WS-DISP-COUNT DELIMITED BY SIZE
               INTO RSTR-RPT-LINE
           WRITE RSTR-RPT-LINE

           MOVE WS-AVG-ELAPSED   TO WS-DISP-AVERAGE
           MOVE WS-ELAPSED-LIMIT TO WS-DISP-LIMIT
           MOVE SPACES TO RSTR-RPT-LINE
           STRING 'AVERAGE ELAPSED SECS PER CYCLE: ' DELIMITED BY SIZE
               WS-DISP-AVERAGE DELIMITED BY SIZE
               '   LONGEST: ' DELIMITED BY SIZE
               WS-PER-MAX-ELAPSED DELIMITED BY SIZE
               '   FLAG LIMIT: ' DELIMITED BY SIZE
               WS-DISP-LIMIT DELIMITED BY SIZE
               INTO RSTR-RPT-LINE
           WRITE RSTR-RPT-LINE

           MOVE WS-AVG-RETRIES   TO WS-DISP-AVERAGE
           MOVE WS-RETRY-LIMIT   TO WS-DISP-LIMIT
           MOVE SPACES TO RSTR-RPT-LINE
           STRING 'AVERAGE RETRIES PER CYCLE:      ' DELIMITED BY SIZE
               WS-DISP-AVERAGE DELIMITED BY SIZE
               '   MOST:    ' DELIMITED BY SIZE
               WS-PER-MAX-RETRIES DELIMITED BY SIZE
               '   FLAG LIMIT: ' DELIMITED BY SIZE
               WS-DISP-LIMIT DELIMITED BY SIZE
               INTO RSTR-RPT-LINE
           WRITE RSTR-RPT-LINE

           MOVE WS-PER-FLAGGED TO WS-DISP-COUNT
           MOVE SPACES TO RSTR-RPT-LINE
           STRING 'CYCLES FLAGGED OUTSIDE NORMAL: ' DELIMITED BY SIZE
               WS-DISP-COUNT DELIMITED BY SIZE
               INTO RSTR-RPT-LINE
           WRITE RSTR-RPT-LINE

           IF WS-PER-FLAGGED > ZERO
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE RSTR-RPT-FILE.
