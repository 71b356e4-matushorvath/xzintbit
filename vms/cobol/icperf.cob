      * make clean-cobol ; make build-cobol && ./cobol/icperf audit.log

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Intcode-Performance-Report.

      * capacity companion to the Intcode-Virtual-Machine: reads
      * the audit-file the VM maintains and builds, for each program
      * and catalog release, a baseline of what a clean run costs -
      * the typical (median) instruction count and memory high-water
      * mark over the release's clean halts. it then lists every run
      * that strayed from its release's baseline by more than the
      * tolerance, and holds each release of a program against the
      * release before it, so a vendor drop that suddenly takes
      * three times the instructions or needs much more memory
      * shows up here before it crowds the batch window or runs
      * into the MAXINSTR or MEMORY limits.
      *
      * usage: icperf audit-file [TOLERANCE percent] [PROGRAM name]
      *
      * the tolerance is a whole percentage either side of the
      * baseline, 50 when not given. a run that hit the MAXINSTR
      * limit is checked against its release's baseline too - it
      * never reached a clean halt, and the instruction count it
      * stopped at is the cap, which is itself a finding when it
      * is far above the baseline - but only clean halts make the
      * baseline. return code 0 when nothing is flagged, 1 for a
      * usage error, 2 when any run or release was flagged.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL so a shop that has not run anything yet gets an
      * empty report, not a failure.
           SELECT OPTIONAL audit-file
               ASSIGN TO DISK audit-file-name
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD audit-file.
       01  audit-record PIC X(256).

       WORKING-STORAGE SECTION.
       01  audit-file-name PIC X(256).

      * command-line option handling, the same shape the VM's own
      * option parser has: argument 1 is the audit file, any further
      * arguments are keyword/value pairs in any order.
       01  icp-arg-number PIC S9(4) COMP-5.
       01  icp-arg-value  PIC X(40).
       01  icp-pending-option PIC X(10) VALUE SPACES.
       01  icp-arg-eof-switch PIC X(01) VALUE "N".
           88  icp-arg-eof     VALUE "Y".
           88  icp-arg-not-eof VALUE "N".
       01  icp-tolerance   PIC 9(03) VALUE 50.
       01  icp-tol-len     PIC S9(4) COMP-5.
       01  icp-program-switch PIC X(01) VALUE "N".
           88  icp-program-given     VALUE "Y".
           88  icp-program-not-given VALUE "N".
       01  icp-sel-program PIC X(40).

      * the audit record's fixed columns, mirrored field for field
      * from the VM's ic-audit-line, as Intcode-Audit-Report does.
       01  icp-audit-line.
           05  icp-audit-date     PIC X(08).
           05  FILLER             PIC X(01).
           05  icp-audit-time     PIC X(06).
           05  FILLER             PIC X(01).
           05  icp-audit-program  PIC X(40).
           05  FILLER             PIC X(01).
           05  icp-audit-version  PIC X(12).
           05  FILLER             PIC X(01).
           05  icp-audit-input    PIC X(40).
           05  FILLER             PIC X(01).
           05  icp-audit-output   PIC X(40).
           05  FILLER             PIC X(01).
           05  icp-audit-switches PIC X(26).
           05  FILLER             PIC X(01).
           05  icp-audit-instr    PIC X(09).
           05  icp-audit-instr-num REDEFINES icp-audit-instr
                                  PIC 9(09).
           05  FILLER             PIC X(01).
           05  icp-audit-ip       PIC X(06).
           05  FILLER             PIC X(01).
           05  icp-audit-hwm      PIC X(06).
           05  icp-audit-hwm-num REDEFINES icp-audit-hwm
                                  PIC 9(06).
           05  FILLER             PIC X(01).
           05  icp-audit-outcome  PIC X(08).
           05  FILLER             PIC X(01).
           05  icp-audit-switches-2 PIC X(10).
           05  FILLER             PIC X(01).
           05  icp-audit-batch-id PIC X(14).
           05  FILLER             PIC X(01).
           05  icp-audit-job-seq  PIC X(04).
           05  FILLER             PIC X(01).
           05  icp-audit-carry-from PIC X(04).

       01  icp-eof-switch PIC X(01) VALUE "N".
           88  icp-eof     VALUE "Y".
           88  icp-not-eof VALUE "N".
       01  icp-usable-switch PIC X(01) VALUE "N".
           88  icp-usable     VALUE "Y".
           88  icp-not-usable VALUE "N" "U".
           88  icp-unreadable-record VALUE "U".
       01  icp-found-switch PIC X(01) VALUE "N".
           88  icp-entry-found     VALUE "Y".
           88  icp-entry-not-found VALUE "N".

      * one slot per program and release, in the order each first
      * appears in the trail - which is time order, so a program's
      * releases come out oldest first and "the previous release" is
      * simply the program's slot before this one. a history with
      * more releases than the table holds has the rest left out of
      * the report, and says so.
       01  icp-rel-count PIC S9(4) COMP-5 VALUE ZERO.
       01  icp-rel-table.
           05  icp-rel OCCURS 200 TIMES.
               10  icp-rel-program    PIC X(40).
               10  icp-rel-version    PIC X(12).
               10  icp-rel-clean-runs PIC S9(9) COMP-5.
               10  icp-rel-instr      PIC S9(9) COMP-5.
               10  icp-rel-hwm        PIC S9(9) COMP-5.
       01  icp-rel-dropped PIC S9(9) COMP-5 VALUE ZERO.
       01  icp-rel-idx  PIC S9(4) COMP-5.
       01  icp-prev-idx PIC S9(4) COMP-5.
       01  icp-idx      PIC S9(4) COMP-5.

      * every clean halt's two measurements, tagged with its release
      * slot, kept for the medians. runs past the table's capacity
      * are left out of the baselines, and the report says so.
       01  icp-run-count PIC S9(9) COMP-5 VALUE ZERO.
       01  icp-run-table.
           05  icp-run OCCURS 20000 TIMES.
               10  icp-run-rel   PIC S9(4) COMP-5.
               10  icp-run-instr PIC S9(9) COMP-5.
               10  icp-run-hwm   PIC S9(9) COMP-5.
       01  icp-run-dropped PIC S9(9) COMP-5 VALUE ZERO.
       01  icp-run-idx     PIC S9(9) COMP-5.

      * median work area: one release's values, kept in ascending
      * order as they are inserted; the median is the middle one
      * (the lower middle of an even count).
       01  icp-sort-count PIC S9(9) COMP-5.
       01  icp-sort-table.
           05  icp-sort-val OCCURS 20000 TIMES PIC S9(9) COMP-5.
       01  icp-sort-new   PIC S9(9) COMP-5.
       01  icp-sort-pos   PIC S9(9) COMP-5.
       01  icp-sort-which PIC X(01).
           88  icp-sort-instr VALUE "I".
           88  icp-sort-hwm   VALUE "H".
       01  icp-median     PIC S9(9) COMP-5.

      * deviation work area: a measurement's distance from its
      * baseline as a whole signed percentage of the baseline.
       01  icp-measure    PIC S9(9) COMP-5.
       01  icp-baseline   PIC S9(9) COMP-5.
       01  icp-pct        PIC S9(9) COMP-5.
       01  icp-beyond-switch PIC X(01) VALUE "N".
           88  icp-beyond     VALUE "Y".
           88  icp-not-beyond VALUE "N".
       01  icp-flag-switch PIC X(01) VALUE "N".
           88  icp-flagged     VALUE "Y".
           88  icp-not-flagged VALUE "N".

      * totals
       01  icp-records-read   PIC S9(9) COMP-5 VALUE ZERO.
       01  icp-unreadable     PIC S9(9) COMP-5 VALUE ZERO.
       01  icp-runs-checked   PIC S9(9) COMP-5 VALUE ZERO.
       01  icp-runs-flagged   PIC S9(9) COMP-5 VALUE ZERO.
       01  icp-rels-compared  PIC S9(9) COMP-5 VALUE ZERO.
       01  icp-rels-flagged   PIC S9(9) COMP-5 VALUE ZERO.

      * report formatting work area
       01  icp-detail-line PIC X(200).
       01  icp-ptr         PIC S9(4) COMP-5.
       01  icp-count-disp  PIC ZZZZZZZZ9.
       01  icp-instr-disp  PIC ZZZZZZZZ9.
       01  icp-instr-disp-2 PIC ZZZZZZZZ9.
       01  icp-hwm-disp    PIC ZZZZZ9.
       01  icp-hwm-disp-2  PIC ZZZZZ9.
       01  icp-pct-disp    PIC +++++9.
       01  icp-pct-disp-2  PIC +++++9.
       01  icp-tol-disp    PIC ZZ9.

       PROCEDURE DIVISION.
       0000-mainline.
           PERFORM 1000-initialize THRU 1000-exit.
           PERFORM 2000-build-baselines THRU 2000-exit.
           PERFORM 3000-print-baselines THRU 3000-exit.
           PERFORM 4000-check-runs THRU 4000-exit.
           PERFORM 5000-compare-releases THRU 5000-exit.
           PERFORM 6000-print-totals THRU 6000-exit.
           IF icp-runs-flagged > ZERO OR icp-rels-flagged > ZERO
               GOBACK GIVING 2
           END-IF.
           GOBACK GIVING ZERO.

       1000-initialize.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT audit-file-name FROM ARGUMENT-VALUE
               ON EXCEPTION
                   DISPLAY "Usage: icperf audit-file "
                       "[TOLERANCE percent] [PROGRAM name]"
                       UPON STDERR
                   GOBACK GIVING 1.
           PERFORM 1100-parse-options THRU 1100-exit.
           IF icp-pending-option NOT = SPACES
               DISPLAY "icperf: " icp-pending-option
                   " needs a value" UPON STDERR
               GOBACK GIVING 1
           END-IF.
       1000-exit.
           EXIT.

       1100-parse-options.
           MOVE 2 TO icp-arg-number.
           SET icp-arg-not-eof TO TRUE.
           PERFORM 1110-parse-one-option UNTIL icp-arg-eof.
       1100-exit.
           EXIT.

       1110-parse-one-option.
           DISPLAY icp-arg-number UPON ARGUMENT-NUMBER.
           ACCEPT icp-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   SET icp-arg-eof TO TRUE
               NOT ON EXCEPTION
                   IF icp-pending-option NOT = SPACES
                       PERFORM 1115-apply-pending-option
                           THRU 1115-exit
                   ELSE
                       EVALUATE icp-arg-value
                           WHEN "TOLERANCE"
                               MOVE "TOLERANCE" TO icp-pending-option
                           WHEN "PROGRAM"
                               MOVE "PROGRAM" TO icp-pending-option
                           WHEN OTHER
                               DISPLAY "icperf: unknown option "
                                   icp-arg-value UPON STDERR
                               GOBACK GIVING 1
                       END-EVALUATE
                   END-IF
                   ADD 1 TO icp-arg-number
           END-ACCEPT.
       1110-exit.
           EXIT.

      * a tolerance that does not read as a whole percentage stops
      * the report: flagging against a guessed tolerance would be
      * worse than no report.
       1115-apply-pending-option.
           EVALUATE icp-pending-option
               WHEN "TOLERANCE"
                   MOVE ZERO TO icp-tol-len
                   INSPECT icp-arg-value TALLYING icp-tol-len
                       FOR CHARACTERS BEFORE INITIAL " "
                   IF icp-tol-len = ZERO OR icp-tol-len > 3
                      OR icp-arg-value(1:icp-tol-len) NOT NUMERIC
                       DISPLAY "icperf: TOLERANCE " icp-arg-value
                           " must be a whole percentage, 1 to 999"
                           UPON STDERR
                       GOBACK GIVING 1
                   END-IF
                   MOVE icp-arg-value(1:icp-tol-len) TO icp-tolerance
                   IF icp-tolerance = ZERO
                       DISPLAY "icperf: TOLERANCE " icp-arg-value
                           " must be a whole percentage, 1 to 999"
                           UPON STDERR
                       GOBACK GIVING 1
                   END-IF
               WHEN "PROGRAM"
                   MOVE icp-arg-value TO icp-sel-program
                   SET icp-program-given TO TRUE
           END-EVALUATE.
           MOVE SPACES TO icp-pending-option.
       1115-exit.
           EXIT.

      * first pass over the trail: every release seen gets its slot
      * and every clean halt its measurements; then each release's
      * medians are worked out.
       2000-build-baselines.
           SET icp-not-eof TO TRUE.
           OPEN INPUT audit-file.
           PERFORM 2010-note-one-record UNTIL icp-eof.
           CLOSE audit-file.
           PERFORM 2100-compute-medians
               VARYING icp-rel-idx FROM 1 BY 1
               UNTIL icp-rel-idx > icp-rel-count.
       2000-exit.
           EXIT.

       2010-note-one-record.
           READ audit-file
               AT END
                   SET icp-eof TO TRUE
               NOT AT END
                   IF audit-record NOT = SPACES
                       ADD 1 TO icp-records-read
                       PERFORM 2020-check-record THRU 2020-exit
                       IF icp-usable
                           PERFORM 2030-find-release THRU 2030-exit
                           IF icp-entry-found
                              AND icp-audit-outcome = "CLEAN"
                               PERFORM 2040-store-clean-run
                                   THRU 2040-exit
                           END-IF
                       END-IF
                       IF icp-unreadable-record
                           ADD 1 TO icp-unreadable
                       END-IF
                   END-IF
           END-READ.
       2010-exit.
           EXIT.

      * the same readability test Intcode-Audit-Report applies - a
      * record from an older layout puts text where the counters
      * are - plus the PROGRAM selection. a run that never started
      * executing (a catalog refusal, a skipped batch job, a LIST
      * or COMPARE) has nothing to measure and is passed over. so is
      * a batch job that CARRYed on from another job's memory: it
      * keeps that job's program and release but does a later
      * stage's work, and would pull the release's median between
      * two different workloads. older records have spaces there.
       2020-check-record.
           MOVE audit-record TO icp-audit-line.
           SET icp-usable TO TRUE.
           IF icp-audit-date NOT NUMERIC
              OR icp-audit-time NOT NUMERIC
              OR icp-audit-instr NOT NUMERIC
              OR icp-audit-ip NOT NUMERIC
              OR icp-audit-hwm NOT NUMERIC
               SET icp-unreadable-record TO TRUE
           ELSE
               IF icp-audit-outcome NOT = "CLEAN"
                  AND icp-audit-outcome NOT = "LIMIT"
                   SET icp-not-usable TO TRUE
               END-IF
               IF icp-program-given
                  AND icp-audit-program NOT = icp-sel-program
                   SET icp-not-usable TO TRUE
               END-IF
               IF icp-audit-carry-from IS NUMERIC
                  AND icp-audit-carry-from NOT = "0000"
                   SET icp-not-usable TO TRUE
               END-IF
           END-IF.
       2020-exit.
           EXIT.

      * the record's release slot into icp-rel-idx, made on first
      * sight when there is room.
       2030-find-release.
           SET icp-entry-not-found TO TRUE.
           PERFORM 2031-match-one-release
               VARYING icp-idx FROM 1 BY 1
               UNTIL icp-idx > icp-rel-count
                  OR icp-entry-found.
           IF icp-entry-not-found
               IF icp-rel-count < 200
                   ADD 1 TO icp-rel-count
                   MOVE icp-rel-count TO icp-rel-idx
                   INITIALIZE icp-rel(icp-rel-idx)
                   MOVE icp-audit-program
                       TO icp-rel-program(icp-rel-idx)
                   MOVE icp-audit-version
                       TO icp-rel-version(icp-rel-idx)
                   SET icp-entry-found TO TRUE
               ELSE
                   ADD 1 TO icp-rel-dropped
               END-IF
           END-IF.
       2030-exit.
           EXIT.

       2031-match-one-release.
           IF icp-rel-program(icp-idx) = icp-audit-program
              AND icp-rel-version(icp-idx) = icp-audit-version
               MOVE icp-idx TO icp-rel-idx
               SET icp-entry-found TO TRUE
           END-IF.
       2031-exit.
           EXIT.

       2040-store-clean-run.
           ADD 1 TO icp-rel-clean-runs(icp-rel-idx).
           IF icp-run-count < 20000
               ADD 1 TO icp-run-count
               MOVE icp-rel-idx TO icp-run-rel(icp-run-count)
               MOVE icp-audit-instr-num TO icp-run-instr(icp-run-count)
               MOVE icp-audit-hwm-num TO icp-run-hwm(icp-run-count)
           ELSE
               ADD 1 TO icp-run-dropped
           END-IF.
       2040-exit.
           EXIT.

       2100-compute-medians.
           SET icp-sort-instr TO TRUE.
           PERFORM 2110-median-of-release THRU 2110-exit.
           MOVE icp-median TO icp-rel-instr(icp-rel-idx).
           SET icp-sort-hwm TO TRUE.
           PERFORM 2110-median-of-release THRU 2110-exit.
           MOVE icp-median TO icp-rel-hwm(icp-rel-idx).
       2100-exit.
           EXIT.

      * the release's values of the measurement icp-sort-which
      * names, insertion-sorted into icp-sort-table; the median is
      * zero for a release with no clean run on file.
       2110-median-of-release.
           MOVE ZERO TO icp-sort-count.
           PERFORM 2120-insert-one-run
               VARYING icp-run-idx FROM 1 BY 1
               UNTIL icp-run-idx > icp-run-count.
           IF icp-sort-count = ZERO
               MOVE ZERO TO icp-median
           ELSE
               COMPUTE icp-sort-pos = (icp-sort-count + 1) / 2
               MOVE icp-sort-val(icp-sort-pos) TO icp-median
           END-IF.
       2110-exit.
           EXIT.

       2120-insert-one-run.
           IF icp-run-rel(icp-run-idx) = icp-rel-idx
               IF icp-sort-instr
                   MOVE icp-run-instr(icp-run-idx) TO icp-sort-new
               ELSE
                   MOVE icp-run-hwm(icp-run-idx) TO icp-sort-new
               END-IF
               ADD 1 TO icp-sort-count
               MOVE icp-sort-count TO icp-sort-pos
               PERFORM 2130-shift-one-value
                   UNTIL icp-sort-pos = 1
                      OR icp-sort-val(icp-sort-pos - 1)
                         <= icp-sort-new
               MOVE icp-sort-new TO icp-sort-val(icp-sort-pos)
           END-IF.
       2120-exit.
           EXIT.

       2130-shift-one-value.
           MOVE icp-sort-val(icp-sort-pos - 1)
               TO icp-sort-val(icp-sort-pos).
           SUBTRACT 1 FROM icp-sort-pos.
       2130-exit.
           EXIT.

       3000-print-baselines.
           MOVE icp-tolerance TO icp-tol-disp.
           DISPLAY "icperf: ---- release baselines ----".
           DISPLAY "icperf: tolerance " icp-tol-disp "%".
           DISPLAY "icperf: program                                  "
               "release      clean runs  typical instr  typical hwm".
           PERFORM 3010-print-one-baseline
               VARYING icp-rel-idx FROM 1 BY 1
               UNTIL icp-rel-idx > icp-rel-count.
       3000-exit.
           EXIT.

       3010-print-one-baseline.
           MOVE icp-rel-clean-runs(icp-rel-idx) TO icp-count-disp.
           IF icp-rel-clean-runs(icp-rel-idx) = ZERO
               DISPLAY "icperf: " icp-rel-program(icp-rel-idx) " "
                   icp-rel-version(icp-rel-idx) " " icp-count-disp
                   "  (no clean halt - no baseline)"
           ELSE
               MOVE icp-rel-instr(icp-rel-idx) TO icp-instr-disp
               MOVE icp-rel-hwm(icp-rel-idx) TO icp-hwm-disp
               DISPLAY "icperf: " icp-rel-program(icp-rel-idx) " "
                   icp-rel-version(icp-rel-idx) " " icp-count-disp
                   "      " icp-instr-disp "       " icp-hwm-disp
           END-IF.
       3010-exit.
           EXIT.

      * second pass: every clean halt and every MAXINSTR stop held
      * against its own release's baseline, in trail order.
       4000-check-runs.
           DISPLAY " ".
           DISPLAY "icperf: ---- runs beyond tolerance ----".
           SET icp-not-eof TO TRUE.
           OPEN INPUT audit-file.
           PERFORM 4010-check-one-record UNTIL icp-eof.
           CLOSE audit-file.
       4000-exit.
           EXIT.

       4010-check-one-record.
           READ audit-file
               AT END
                   SET icp-eof TO TRUE
               NOT AT END
                   IF audit-record NOT = SPACES
                       PERFORM 2020-check-record THRU 2020-exit
                       IF icp-usable
                           PERFORM 4020-check-one-run THRU 4020-exit
                       END-IF
                   END-IF
           END-READ.
       4010-exit.
           EXIT.

       4020-check-one-run.
           SET icp-entry-not-found TO TRUE.
           PERFORM 2031-match-one-release
               VARYING icp-idx FROM 1 BY 1
               UNTIL icp-idx > icp-rel-count
                  OR icp-entry-found.
           IF icp-entry-found
              AND icp-rel-clean-runs(icp-rel-idx) > ZERO
               ADD 1 TO icp-runs-checked
               SET icp-not-flagged TO TRUE
               MOVE icp-audit-instr-num TO icp-measure
               MOVE icp-rel-instr(icp-rel-idx) TO icp-baseline
               PERFORM 4100-judge-deviation THRU 4100-exit
               MOVE icp-pct TO icp-pct-disp
               MOVE icp-audit-hwm-num TO icp-measure
               MOVE icp-rel-hwm(icp-rel-idx) TO icp-baseline
               PERFORM 4100-judge-deviation THRU 4100-exit
               MOVE icp-pct TO icp-pct-disp-2
               IF icp-flagged
                   ADD 1 TO icp-runs-flagged
                   MOVE icp-audit-instr-num TO icp-instr-disp
                   MOVE icp-audit-hwm-num TO icp-hwm-disp
                   MOVE SPACES TO icp-detail-line
                   MOVE 1 TO icp-ptr
                   STRING "icperf: " icp-audit-date " "
                       icp-audit-time " " DELIMITED BY SIZE
                       icp-audit-program DELIMITED BY " "
                       " " DELIMITED BY SIZE
                       icp-audit-version DELIMITED BY " "
                       " " icp-audit-outcome
                       " INSTR " icp-instr-disp " " icp-pct-disp "%"
                       " HWM " icp-hwm-disp " " icp-pct-disp-2 "%"
                       DELIMITED BY SIZE
                       INTO icp-detail-line WITH POINTER icp-ptr
                   DISPLAY icp-detail-line(1:icp-ptr - 1)
               END-IF
           END-IF.
       4020-exit.
           EXIT.

      * icp-measure against icp-baseline: the signed percentage in
      * icp-pct, and icp-flagged set when it is beyond the tolerance
      * either way. a zero baseline cannot be divided by; any
      * non-zero measurement against it is beyond any tolerance.
       4100-judge-deviation.
           SET icp-not-beyond TO TRUE.
           IF icp-baseline = ZERO
               MOVE ZERO TO icp-pct
               IF icp-measure NOT = ZERO
                   SET icp-beyond TO TRUE
               END-IF
           ELSE
               COMPUTE icp-pct =
                   (icp-measure - icp-baseline) * 100 / icp-baseline
               IF icp-pct > icp-tolerance
                  OR icp-pct < ZERO - icp-tolerance
                   SET icp-beyond TO TRUE
               END-IF
           END-IF.
           IF icp-beyond
               SET icp-flagged TO TRUE
           END-IF.
       4100-exit.
           EXIT.

      * each release with a baseline against the same program's
      * latest earlier release that has one.
       5000-compare-releases.
           DISPLAY " ".
           DISPLAY "icperf: ---- release against previous release ----".
           PERFORM 5010-compare-one-release
               VARYING icp-rel-idx FROM 1 BY 1
               UNTIL icp-rel-idx > icp-rel-count.
       5000-exit.
           EXIT.

       5010-compare-one-release.
           MOVE ZERO TO icp-prev-idx.
           IF icp-rel-clean-runs(icp-rel-idx) > ZERO
               PERFORM 5020-match-earlier-release
                   VARYING icp-idx FROM 1 BY 1
                   UNTIL icp-idx >= icp-rel-idx
           END-IF.
           IF icp-prev-idx > ZERO
               ADD 1 TO icp-rels-compared
               SET icp-not-flagged TO TRUE
               MOVE icp-rel-instr(icp-rel-idx) TO icp-measure
               MOVE icp-rel-instr(icp-prev-idx) TO icp-baseline
               PERFORM 4100-judge-deviation THRU 4100-exit
               MOVE icp-pct TO icp-pct-disp
               MOVE icp-rel-hwm(icp-rel-idx) TO icp-measure
               MOVE icp-rel-hwm(icp-prev-idx) TO icp-baseline
               PERFORM 4100-judge-deviation THRU 4100-exit
               MOVE icp-pct TO icp-pct-disp-2
               MOVE icp-rel-instr(icp-prev-idx) TO icp-instr-disp
               MOVE icp-rel-instr(icp-rel-idx) TO icp-instr-disp-2
               MOVE icp-rel-hwm(icp-prev-idx) TO icp-hwm-disp
               MOVE icp-rel-hwm(icp-rel-idx) TO icp-hwm-disp-2
               MOVE SPACES TO icp-detail-line
               MOVE 1 TO icp-ptr
               STRING "icperf: " DELIMITED BY SIZE
                   icp-rel-program(icp-rel-idx) DELIMITED BY " "
                   " " DELIMITED BY SIZE
                   icp-rel-version(icp-rel-idx) DELIMITED BY " "
                   " against " DELIMITED BY SIZE
                   icp-rel-version(icp-prev-idx) DELIMITED BY " "
                   ": INSTR" icp-instr-disp " ->" icp-instr-disp-2
                   " " icp-pct-disp "%"
                   "  HWM" icp-hwm-disp " ->" icp-hwm-disp-2
                   " " icp-pct-disp-2 "%"
                   DELIMITED BY SIZE
                   INTO icp-detail-line WITH POINTER icp-ptr
               IF icp-flagged
                   ADD 1 TO icp-rels-flagged
                   STRING "  *** BEYOND TOLERANCE"
                       DELIMITED BY SIZE
                       INTO icp-detail-line WITH POINTER icp-ptr
               END-IF
               DISPLAY icp-detail-line(1:icp-ptr - 1)
           END-IF.
       5010-exit.
           EXIT.

       5020-match-earlier-release.
           IF icp-rel-program(icp-idx) = icp-rel-program(icp-rel-idx)
              AND icp-rel-clean-runs(icp-idx) > ZERO
               MOVE icp-idx TO icp-prev-idx
           END-IF.
       5020-exit.
           EXIT.

       6000-print-totals.
           DISPLAY " ".
           DISPLAY "icperf: ---- totals ----".
           MOVE icp-records-read TO icp-count-disp.
           DISPLAY "icperf: audit records read:  " icp-count-disp.
           MOVE icp-runs-checked TO icp-count-disp.
           DISPLAY "icperf: runs checked:        " icp-count-disp.
           MOVE icp-runs-flagged TO icp-count-disp.
           DISPLAY "icperf: runs flagged:        " icp-count-disp.
           MOVE icp-rels-compared TO icp-count-disp.
           DISPLAY "icperf: releases compared:   " icp-count-disp.
           MOVE icp-rels-flagged TO icp-count-disp.
           DISPLAY "icperf: releases flagged:    " icp-count-disp.
           IF icp-unreadable > ZERO
               MOVE icp-unreadable TO icp-count-disp
               DISPLAY "icperf: unreadable records:  " icp-count-disp
           END-IF.
           IF icp-rel-dropped > ZERO
               MOVE icp-rel-dropped TO icp-count-disp
               DISPLAY "icperf: runs of releases beyond the first "
                   "200 left out: " icp-count-disp
           END-IF.
           IF icp-run-dropped > ZERO
               MOVE icp-run-dropped TO icp-count-disp
               DISPLAY "icperf: clean runs beyond the first 20000 "
                   "left out of the baselines: " icp-count-disp
           END-IF.
       6000-exit.
           EXIT.
