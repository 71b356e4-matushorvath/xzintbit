      * make clean-cobol ; make build-cobol && ./cobol/icrecon summary.txt audit.log

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Intcode-Batch-Reconciliation.

      * sign-off companion to the Intcode-Virtual-Machine's BATCH
      * mode: a batch night leaves three records of what happened -
      * the SUMMARY file (1240-write-summary-record and the totals
      * line from 1250), the audit records 9500-write-audit-record
      * appends for each job, and the RESTART ledger 1274 appends as
      * each job completes cleanly. this program holds them against
      * each other for one batch: every summary job must have
      * exactly one audit record with the same program, input,
      * output and outcome; every ledger entry must belong to a job
      * that ended RC=00 (and, when a ledger is given, every job that
      * ended RC=00 by running or by a restart skip must be in it);
      * and the summary's jobs-read, jobs-run and jobs-skipped
      * totals must agree with its own detail lines and with each
      * other. the batch is the one the summary file records - its
      * totals line carries the batch's identity, and only audit
      * records stamped with that identity are looked at.
      *
      * usage: icrecon summary-file audit-file [RESTART ledger-file]
      *
      * return code 0 when everything reconciles, 1 for a usage
      * error, 2 when any exception was found.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT summary-file
               ASSIGN TO DISK summary-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS icr-file-status.
      * OPTIONAL so a missing audit trail or ledger reconciles as an
      * empty one - every job then shows up as an exception, which
      * is the right answer - instead of stopping the report.
           SELECT OPTIONAL audit-file
               ASSIGN TO DISK audit-file-name
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL restart-file
               ASSIGN TO DISK restart-file-name
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD summary-file.
       01  summary-record PIC X(160).
       FD audit-file.
       01  audit-record PIC X(256).
       FD restart-file.
       01  restart-record PIC X(280).

       WORKING-STORAGE SECTION.
       01  summary-file-name PIC X(256).
       01  audit-file-name   PIC X(256).
       01  restart-file-name PIC X(256) VALUE SPACES.
       01  icr-file-status   PIC X(02).

      * command-line option handling, the same shape the VM's own
      * option parser has: arguments 1 and 2 are the summary and
      * audit files, any further arguments are keyword/value pairs.
       01  icr-arg-number PIC S9(4) COMP-5.
       01  icr-arg-value  PIC X(256).
       01  icr-pending-option PIC X(10) VALUE SPACES.
       01  icr-arg-eof-switch PIC X(01) VALUE "N".
           88  icr-arg-eof     VALUE "Y".
           88  icr-arg-not-eof VALUE "N".
       01  icr-ledger-switch PIC X(01) VALUE "N".
           88  icr-ledger-given     VALUE "Y".
           88  icr-ledger-not-given VALUE "N".

      * the summary detail record's fixed columns, as 1240 builds
      * them: three 40-column file names, the disposition, the
      * return code after RC= and the instruction count.
       01  icr-sum-line.
           05  icr-sum-program     PIC X(40).
           05  FILLER              PIC X(01).
           05  icr-sum-input       PIC X(40).
           05  FILLER              PIC X(01).
           05  icr-sum-output      PIC X(40).
           05  FILLER              PIC X(01).
           05  icr-sum-disposition PIC X(18).
           05  FILLER              PIC X(01).
           05  icr-sum-rc-tag      PIC X(03).
           05  icr-sum-rc          PIC X(02).
           05  FILLER              PIC X(01).
           05  icr-sum-instr       PIC X(09).
           05  FILLER              PIC X(03).

      * the totals line, split on blanks:
      *     TOTALS: JOBS READ n RUN n SKIPPED n BATCH id
       01  icr-tot-words.
           05  icr-tot-word OCCURS 10 TIMES PIC X(20).
       01  icr-tot-switch PIC X(01) VALUE "N".
           88  icr-tot-seen     VALUE "Y".
           88  icr-tot-not-seen VALUE "N".
       01  icr-tot-read     PIC 9(09) VALUE ZERO.
       01  icr-tot-run      PIC 9(09) VALUE ZERO.
       01  icr-tot-skipped  PIC 9(09) VALUE ZERO.
       01  icr-batch-id     PIC X(14) VALUE SPACES.
       01  icr-num-text     PIC X(20).
       01  icr-num-len      PIC S9(4) COMP-5.
       01  icr-num-value    PIC 9(09).

      * the audit record's fixed columns, mirrored field for field
      * from the VM's ic-audit-line, as Intcode-Audit-Report does.
       01  icr-audit-line.
           05  icr-audit-date     PIC X(08).
           05  FILLER             PIC X(01).
           05  icr-audit-time     PIC X(06).
           05  FILLER             PIC X(01).
           05  icr-audit-program  PIC X(40).
           05  FILLER             PIC X(01).
           05  icr-audit-version  PIC X(12).
           05  FILLER             PIC X(01).
           05  icr-audit-input    PIC X(40).
           05  FILLER             PIC X(01).
           05  icr-audit-output   PIC X(40).
           05  FILLER             PIC X(01).
           05  icr-audit-switches PIC X(26).
           05  FILLER             PIC X(01).
           05  icr-audit-instr    PIC X(09).
           05  FILLER             PIC X(01).
           05  icr-audit-ip       PIC X(06).
           05  FILLER             PIC X(01).
           05  icr-audit-hwm      PIC X(06).
           05  FILLER             PIC X(01).
           05  icr-audit-outcome  PIC X(08).
           05  FILLER             PIC X(01).
           05  icr-audit-switches-2 PIC X(10).
           05  FILLER             PIC X(01).
           05  icr-audit-batch-id PIC X(14).
           05  FILLER             PIC X(01).
           05  icr-audit-job-seq  PIC X(04).
           05  icr-audit-job-num REDEFINES icr-audit-job-seq
                                  PIC 9(04).
           05  FILLER             PIC X(01).
           05  icr-audit-carry-from PIC X(04).

      * one ledger line: the job's sequence number and program.
       01  icr-rst-seq-text  PIC X(16).
       01  icr-rst-name-text PIC X(256).
       01  icr-rst-seq       PIC 9(04).

      * one slot per summary job, in control-file order: what the
      * summary says, the outcome its disposition must show up as
      * in the audit trail, and what the audit trail and the ledger
      * turned up for it.
       01  icr-job-count PIC S9(4) COMP-5 VALUE ZERO.
       01  icr-job-table.
           05  icr-job OCCURS 999 TIMES.
               10  icr-job-program     PIC X(40).
               10  icr-job-input       PIC X(40).
               10  icr-job-output      PIC X(40).
               10  icr-job-disposition PIC X(18).
               10  icr-job-rc          PIC X(02).
               10  icr-job-outcome     PIC X(08).
               10  icr-job-outcome-alt PIC X(08).
               10  icr-job-ran-switch  PIC X(01).
                   88  icr-job-ran     VALUE "Y".
                   88  icr-job-not-ran VALUE "N".
               10  icr-job-aud-count   PIC S9(4) COMP-5.
               10  icr-job-aud-program PIC X(40).
               10  icr-job-aud-input   PIC X(40).
               10  icr-job-aud-output  PIC X(40).
               10  icr-job-aud-outcome PIC X(08).
               10  icr-job-aud-carry   PIC X(04).
               10  icr-job-aud-carry-num REDEFINES icr-job-aud-carry
                                       PIC 9(04).
               10  icr-job-ledger-count PIC S9(4) COMP-5.
       01  icr-idx PIC S9(4) COMP-5.
       01  icr-carry-idx PIC S9(4) COMP-5.
       01  icr-job-ok-switch PIC X(01) VALUE "Y".
           88  icr-job-ok     VALUE "Y".
           88  icr-job-not-ok VALUE "N".

       01  icr-eof-switch PIC X(01) VALUE "N".
           88  icr-eof     VALUE "Y".
           88  icr-not-eof VALUE "N".

      * counts the closing lines and the return code rest on.
       01  icr-counted-run     PIC 9(09) VALUE ZERO.
       01  icr-counted-skipped PIC 9(09) VALUE ZERO.
       01  icr-audit-count     PIC S9(9) COMP-5 VALUE ZERO.
       01  icr-ledger-count    PIC S9(9) COMP-5 VALUE ZERO.
       01  icr-matched-count   PIC S9(9) COMP-5 VALUE ZERO.
       01  icr-exception-count PIC S9(9) COMP-5 VALUE ZERO.

      * report formatting work area
       01  icr-detail-line PIC X(200).
       01  icr-exc-text    PIC X(160).
       01  icr-ptr         PIC S9(4) COMP-5.
       01  icr-seq-disp    PIC 9(04).
       01  icr-exc-disp    PIC ZZZZZZZZ9.
       01  icr-exc-lead    PIC S9(4) COMP-5.
       01  icr-count-disp  PIC ZZZZZZZZ9.
       01  icr-count-disp-2 PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-mainline.
           PERFORM 1000-initialize THRU 1000-exit.
           DISPLAY "icrecon: ---- batch reconciliation ----".
           PERFORM 2000-read-summary THRU 2000-exit.
           PERFORM 3000-read-audit-trail THRU 3000-exit.
           IF icr-ledger-given
               PERFORM 4000-read-ledger THRU 4000-exit
           END-IF.
           PERFORM 5000-check-jobs THRU 5000-exit.
           PERFORM 6000-check-totals THRU 6000-exit.
           PERFORM 7000-print-closing THRU 7000-exit.
           IF icr-exception-count > ZERO
               GOBACK GIVING 2
           END-IF.
           GOBACK GIVING ZERO.

       1000-initialize.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT summary-file-name FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM 1190-show-usage THRU 1190-exit
                   GOBACK GIVING 1.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT audit-file-name FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM 1190-show-usage THRU 1190-exit
                   GOBACK GIVING 1.
           PERFORM 1100-parse-options THRU 1100-exit.
           IF icr-pending-option NOT = SPACES
               DISPLAY "icrecon: " icr-pending-option
                   " needs a value" UPON STDERR
               GOBACK GIVING 1
           END-IF.
       1000-exit.
           EXIT.

       1100-parse-options.
           MOVE 3 TO icr-arg-number.
           SET icr-arg-not-eof TO TRUE.
           PERFORM 1110-parse-one-option UNTIL icr-arg-eof.
       1100-exit.
           EXIT.

       1110-parse-one-option.
           DISPLAY icr-arg-number UPON ARGUMENT-NUMBER.
           ACCEPT icr-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   SET icr-arg-eof TO TRUE
               NOT ON EXCEPTION
                   IF icr-pending-option NOT = SPACES
                       PERFORM 1115-apply-pending-option
                           THRU 1115-exit
                   ELSE
                       EVALUATE icr-arg-value
                           WHEN "RESTART"
                               MOVE "RESTART" TO icr-pending-option
                           WHEN OTHER
                               DISPLAY "icrecon: unknown option "
                                   icr-arg-value(1:40) UPON STDERR
                               GOBACK GIVING 1
                       END-EVALUATE
                   END-IF
                   ADD 1 TO icr-arg-number
           END-ACCEPT.
       1110-exit.
           EXIT.

       1115-apply-pending-option.
           EVALUATE icr-pending-option
               WHEN "RESTART"
                   MOVE icr-arg-value TO restart-file-name
                   SET icr-ledger-given TO TRUE
           END-EVALUATE.
           MOVE SPACES TO icr-pending-option.
       1115-exit.
           EXIT.

       1190-show-usage.
           DISPLAY "Usage: icrecon summary-file audit-file "
               "[RESTART ledger-file]" UPON STDERR.
       1190-exit.
           EXIT.

      * the summary is the batch's own account of itself and the
      * thing everything else is held against: without it there is
      * nothing to reconcile, so a missing summary is a usage error,
      * not an exception.
       2000-read-summary.
           OPEN INPUT summary-file.
           IF icr-file-status NOT = "00"
               DISPLAY "icrecon: cannot open summary file "
                   summary-file-name(1:60) " status " icr-file-status
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           SET icr-not-eof TO TRUE.
           PERFORM 2010-read-one-summary-record UNTIL icr-eof.
           CLOSE summary-file.
           MOVE SPACES TO icr-detail-line.
           MOVE 1 TO icr-ptr.
           STRING "icrecon: summary " DELIMITED BY SIZE
               summary-file-name DELIMITED BY " "
               INTO icr-detail-line WITH POINTER icr-ptr.
           IF icr-batch-id NOT = SPACES
               STRING ", batch " icr-batch-id
                   DELIMITED BY SIZE INTO icr-detail-line
                   WITH POINTER icr-ptr
           END-IF.
           DISPLAY icr-detail-line(1:icr-ptr - 1).
           IF icr-tot-not-seen
               MOVE ZERO TO icr-seq-disp
               MOVE SPACES TO icr-exc-text
               STRING "summary has no totals line - the batch did "
                   "not finish, or the file is not a summary"
                   DELIMITED BY SIZE INTO icr-exc-text
               PERFORM 9000-note-exception THRU 9000-exit
           ELSE
               IF icr-batch-id = SPACES
                   MOVE ZERO TO icr-seq-disp
                   MOVE SPACES TO icr-exc-text
                   STRING "summary totals line carries no batch "
                       "identity; no audit record can be matched"
                       DELIMITED BY SIZE INTO icr-exc-text
                   PERFORM 9000-note-exception THRU 9000-exit
               END-IF
           END-IF.
       2000-exit.
           EXIT.

       2010-read-one-summary-record.
           READ summary-file
               AT END
                   SET icr-eof TO TRUE
               NOT AT END
                   IF summary-record(1:8) = "TOTALS: "
                       PERFORM 2030-store-totals THRU 2030-exit
                   ELSE
                       IF summary-record NOT = SPACES
                           PERFORM 2020-store-job THRU 2020-exit
                       END-IF
                   END-IF
           END-READ.
       2010-exit.
           EXIT.

      * a detail line is one job; its sequence number is its place
      * among the detail lines, as it was its place in the control
      * file. a line that does not carry RC=nn where 1240 puts it is
      * still counted as a job, so the totals check stays honest,
      * but it is an exception of its own.
       2020-store-job.
           IF icr-job-count >= 999
               DISPLAY "icrecon: summary holds more than 999 jobs"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           ADD 1 TO icr-job-count.
           MOVE icr-job-count TO icr-idx.
           MOVE summary-record TO icr-sum-line.
           INITIALIZE icr-job(icr-idx).
           MOVE icr-sum-program TO icr-job-program(icr-idx).
           MOVE icr-sum-input TO icr-job-input(icr-idx).
           MOVE icr-sum-output TO icr-job-output(icr-idx).
           MOVE icr-sum-disposition TO icr-job-disposition(icr-idx).
           MOVE icr-sum-rc TO icr-job-rc(icr-idx).
           PERFORM 2025-map-disposition THRU 2025-exit.
           IF icr-sum-rc-tag NOT = "RC=" OR icr-sum-rc NOT NUMERIC
               MOVE icr-idx TO icr-seq-disp
               MOVE "summary line is not in the 1240 layout"
                   TO icr-exc-text
               PERFORM 9000-note-exception THRU 9000-exit
           END-IF.
       2020-exit.
           EXIT.

      * the audit outcome each summary disposition must appear as,
      * from the two EVALUATEs that set them (1230/1232 for the
      * disposition, 9500 for the outcome), and whether the job
      * counts as run or skipped in the totals. a job that RAN to a
      * clean end may have been quit from the DEBUG console, which
      * the summary does not tell apart.
       2025-map-disposition.
           MOVE SPACES TO icr-job-outcome-alt(icr-idx).
           SET icr-job-not-ran(icr-idx) TO TRUE.
           EVALUATE icr-sum-disposition
               WHEN "RESTART-SKIP"
                   MOVE "RST-SKIP" TO icr-job-outcome(icr-idx)
               WHEN "SKIPPED-COND"
               WHEN "BAD-CONDITION"
                   MOVE "CONDSKIP" TO icr-job-outcome(icr-idx)
               WHEN "CATALOG-FAIL"
                   MOVE "CAT-FAIL" TO icr-job-outcome(icr-idx)
               WHEN "INPUT-EDIT"
                   MOVE "EDITFAIL" TO icr-job-outcome(icr-idx)
               WHEN "SKIPPED-VALIDATION"
               WHEN "PATCH-FAIL"
                   MOVE "SKIPPED" TO icr-job-outcome(icr-idx)
               WHEN "CARRY-REFUSED"
                   MOVE "CARRYREF" TO icr-job-outcome(icr-idx)
               WHEN "ABENDED"
                   MOVE "ABEND" TO icr-job-outcome(icr-idx)
                   SET icr-job-ran(icr-idx) TO TRUE
               WHEN "INSTR-LIMIT"
                   MOVE "LIMIT" TO icr-job-outcome(icr-idx)
                   SET icr-job-ran(icr-idx) TO TRUE
               WHEN "OPERATOR-STOP"
                   MOVE "STOPPED" TO icr-job-outcome(icr-idx)
                   SET icr-job-ran(icr-idx) TO TRUE
               WHEN "VERIFY-FAIL"
                   MOVE "VERIFAIL" TO icr-job-outcome(icr-idx)
                   SET icr-job-ran(icr-idx) TO TRUE
               WHEN "RAN"
                   MOVE "CLEAN" TO icr-job-outcome(icr-idx)
                   MOVE "QUIT" TO icr-job-outcome-alt(icr-idx)
                   SET icr-job-ran(icr-idx) TO TRUE
               WHEN OTHER
                   MOVE "?" TO icr-job-outcome(icr-idx)
           END-EVALUATE.
           IF icr-job-ran(icr-idx)
               ADD 1 TO icr-counted-run
           ELSE
               ADD 1 TO icr-counted-skipped
           END-IF.
       2025-exit.
           EXIT.

       2030-store-totals.
           SET icr-tot-seen TO TRUE.
           MOVE SPACES TO icr-tot-words.
           UNSTRING summary-record DELIMITED BY ALL " "
               INTO icr-tot-word(1) icr-tot-word(2) icr-tot-word(3)
                    icr-tot-word(4) icr-tot-word(5) icr-tot-word(6)
                    icr-tot-word(7) icr-tot-word(8) icr-tot-word(9)
                    icr-tot-word(10).
           MOVE icr-tot-word(4) TO icr-num-text.
           PERFORM 2040-parse-count THRU 2040-exit.
           MOVE icr-num-value TO icr-tot-read.
           MOVE icr-tot-word(6) TO icr-num-text.
           PERFORM 2040-parse-count THRU 2040-exit.
           MOVE icr-num-value TO icr-tot-run.
           MOVE icr-tot-word(8) TO icr-num-text.
           PERFORM 2040-parse-count THRU 2040-exit.
           MOVE icr-num-value TO icr-tot-skipped.
           IF icr-tot-word(9) = "BATCH"
               MOVE icr-tot-word(10) TO icr-batch-id
           END-IF.
       2030-exit.
           EXIT.

      * a count from the totals line; anything that is not a plain
      * number is zero and makes its totals check fail.
       2040-parse-count.
           MOVE ZERO TO icr-num-value.
           MOVE ZERO TO icr-num-len.
           INSPECT icr-num-text TALLYING icr-num-len
               FOR CHARACTERS BEFORE INITIAL " ".
           IF icr-num-len > ZERO AND icr-num-len <= 9
              AND icr-num-text(1:icr-num-len) NUMERIC
               MOVE icr-num-text(1:icr-num-len) TO icr-num-value
           END-IF.
       2040-exit.
           EXIT.

      * only this batch's records are looked at. one for a job the
      * summary does not list, or a second one for a job, is an
      * exception here; what the first one says is kept for the
      * job-by-job check.
       3000-read-audit-trail.
           DISPLAY " ".
           DISPLAY "icrecon: ---- audit trail ----".
           SET icr-not-eof TO TRUE.
           OPEN INPUT audit-file.
           PERFORM 3010-read-one-audit-record UNTIL icr-eof.
           CLOSE audit-file.
           MOVE icr-audit-count TO icr-count-disp.
           DISPLAY "icrecon: audit records for this batch: "
               icr-count-disp.
       3000-exit.
           EXIT.

       3010-read-one-audit-record.
           READ audit-file
               AT END
                   SET icr-eof TO TRUE
               NOT AT END
                   MOVE audit-record TO icr-audit-line
                   IF icr-batch-id NOT = SPACES
                      AND icr-audit-batch-id = icr-batch-id
                       ADD 1 TO icr-audit-count
                       PERFORM 3020-file-audit-record THRU 3020-exit
                   END-IF
           END-READ.
       3010-exit.
           EXIT.

       3020-file-audit-record.
           IF icr-audit-job-seq NOT NUMERIC
              OR icr-audit-job-num = ZERO
              OR icr-audit-job-num > icr-job-count
               MOVE ZERO TO icr-seq-disp
               MOVE SPACES TO icr-exc-text
               STRING "audit record for job " icr-audit-job-seq
                   " (" DELIMITED BY SIZE
                   icr-audit-program DELIMITED BY " "
                   ") has no line in the summary"
                   DELIMITED BY SIZE INTO icr-exc-text
               PERFORM 9000-note-exception THRU 9000-exit
           ELSE
               MOVE icr-audit-job-num TO icr-idx
               ADD 1 TO icr-job-aud-count(icr-idx)
               IF icr-job-aud-count(icr-idx) = 1
                   MOVE icr-audit-program
                       TO icr-job-aud-program(icr-idx)
                   MOVE icr-audit-input TO icr-job-aud-input(icr-idx)
                   MOVE icr-audit-output
                       TO icr-job-aud-output(icr-idx)
                   MOVE icr-audit-outcome
                       TO icr-job-aud-outcome(icr-idx)
                   MOVE icr-audit-carry-from
                       TO icr-job-aud-carry(icr-idx)
               END-IF
           END-IF.
       3020-exit.
           EXIT.

      * the ledger outlives a single submission - a resubmitted
      * batch appends to the ledger its first submission left - so
      * every entry in it is held against this batch's summary.
       4000-read-ledger.
           DISPLAY " ".
           DISPLAY "icrecon: ---- restart ledger ----".
           SET icr-not-eof TO TRUE.
           OPEN INPUT restart-file.
           PERFORM 4010-read-one-ledger-entry UNTIL icr-eof.
           CLOSE restart-file.
           MOVE icr-ledger-count TO icr-count-disp.
           DISPLAY "icrecon: ledger entries: " icr-count-disp.
       4000-exit.
           EXIT.

       4010-read-one-ledger-entry.
           READ restart-file
               AT END
                   SET icr-eof TO TRUE
               NOT AT END
                   IF restart-record NOT = SPACES
                       ADD 1 TO icr-ledger-count
                       PERFORM 4020-check-ledger-entry THRU 4020-exit
                   END-IF
           END-READ.
       4010-exit.
           EXIT.

       4020-check-ledger-entry.
           MOVE SPACES TO icr-rst-seq-text.
           MOVE SPACES TO icr-rst-name-text.
           UNSTRING restart-record DELIMITED BY ","
               INTO icr-rst-seq-text
                    icr-rst-name-text.
           MOVE ZERO TO icr-seq-disp.
           MOVE SPACES TO icr-exc-text.
           EVALUATE TRUE
               WHEN icr-rst-seq-text(1:4) NOT NUMERIC
                 OR icr-rst-seq-text(5:12) NOT = SPACES
                   STRING "ledger entry " restart-record(1:40)
                       " is not in the 1274 layout"
                       DELIMITED BY SIZE INTO icr-exc-text
                   PERFORM 9000-note-exception THRU 9000-exit
               WHEN OTHER
                   MOVE icr-rst-seq-text(1:4) TO icr-rst-seq
                   PERFORM 4030-match-ledger-job THRU 4030-exit
           END-EVALUATE.
       4020-exit.
           EXIT.

       4030-match-ledger-job.
           IF icr-rst-seq = ZERO OR icr-rst-seq > icr-job-count
               STRING "ledger entry for job " icr-rst-seq
                   " has no line in the summary"
                   DELIMITED BY SIZE INTO icr-exc-text
               PERFORM 9000-note-exception THRU 9000-exit
           ELSE
               MOVE icr-rst-seq TO icr-idx
               ADD 1 TO icr-job-ledger-count(icr-idx)
               EVALUATE TRUE
                   WHEN icr-rst-name-text(1:40)
                           NOT = icr-job-program(icr-idx)
                       MOVE icr-rst-seq TO icr-seq-disp
                       STRING "ledger entry names program "
                           DELIMITED BY SIZE
                           icr-rst-name-text DELIMITED BY " "
                           INTO icr-exc-text
                       PERFORM 9000-note-exception THRU 9000-exit
                   WHEN icr-job-rc(icr-idx) NOT = "00"
                       MOVE icr-rst-seq TO icr-seq-disp
                       STRING "ledger entry for a job that ended RC="
                           icr-job-rc(icr-idx)
                           DELIMITED BY SIZE INTO icr-exc-text
                       PERFORM 9000-note-exception THRU 9000-exit
                   WHEN OTHER
                       ADD 1 TO icr-matched-count
               END-EVALUATE
           END-IF.
       4030-exit.
           EXIT.

      * job by job, in control-file order: one line saying what the
      * summary says and how it stood up, and an exception line for
      * each thing that did not.
       5000-check-jobs.
           DISPLAY " ".
           DISPLAY "icrecon: ---- jobs ----".
           PERFORM 5010-check-one-job
               VARYING icr-idx FROM 1 BY 1
               UNTIL icr-idx > icr-job-count.
       5000-exit.
           EXIT.

       5010-check-one-job.
           MOVE icr-idx TO icr-seq-disp.
           MOVE SPACES TO icr-detail-line.
           MOVE 1 TO icr-ptr.
           STRING "icrecon: JOB " icr-seq-disp " "
               DELIMITED BY SIZE
               icr-job-program(icr-idx) DELIMITED BY " "
               " " DELIMITED BY SIZE
               icr-job-disposition(icr-idx) DELIMITED BY " "
               " RC=" icr-job-rc(icr-idx)
               DELIMITED BY SIZE
               INTO icr-detail-line WITH POINTER icr-ptr.
           DISPLAY icr-detail-line(1:icr-ptr - 1).
           SET icr-job-ok TO TRUE.
           MOVE SPACES TO icr-exc-text.
           EVALUATE TRUE
               WHEN icr-job-outcome(icr-idx) = "?"
                   STRING "summary disposition " DELIMITED BY SIZE
                       icr-job-disposition(icr-idx) DELIMITED BY " "
                       " is not one the batch writes"
                       DELIMITED BY SIZE INTO icr-exc-text
                   PERFORM 5020-job-exception THRU 5020-exit
               WHEN icr-job-aud-count(icr-idx) = ZERO
                   MOVE "no audit record" TO icr-exc-text
                   PERFORM 5020-job-exception THRU 5020-exit
               WHEN icr-job-aud-count(icr-idx) > 1
                   MOVE icr-job-aud-count(icr-idx) TO icr-exc-disp
                   PERFORM 9010-trim-exc-disp THRU 9010-exit
                   STRING "audit trail holds "
                       icr-exc-disp(icr-exc-lead + 1:)
                       " records for the job"
                       DELIMITED BY SIZE INTO icr-exc-text
                   PERFORM 5020-job-exception THRU 5020-exit
               WHEN OTHER
                   PERFORM 5030-compare-audit-record THRU 5030-exit
           END-EVALUATE.
           IF icr-ledger-given
               PERFORM 5040-check-ledger-presence THRU 5040-exit
           END-IF.
           IF icr-job-ok
               ADD 1 TO icr-matched-count
               DISPLAY "icrecon:          matched"
           END-IF.
       5010-exit.
           EXIT.

       5020-job-exception.
           SET icr-job-not-ok TO TRUE.
           PERFORM 9000-note-exception THRU 9000-exit.
           MOVE SPACES TO icr-exc-text.
       5020-exit.
           EXIT.

       5030-compare-audit-record.
           IF icr-job-aud-program(icr-idx)
                   NOT = icr-job-program(icr-idx)
               STRING "audit record names program " DELIMITED BY SIZE
                   icr-job-aud-program(icr-idx) DELIMITED BY " "
                   INTO icr-exc-text
               PERFORM 5020-job-exception THRU 5020-exit
           END-IF.
           IF icr-job-aud-input(icr-idx) NOT = icr-job-input(icr-idx)
               STRING "audit record names input " DELIMITED BY SIZE
                   icr-job-aud-input(icr-idx) DELIMITED BY " "
                   INTO icr-exc-text
               PERFORM 5020-job-exception THRU 5020-exit
           END-IF.
           IF icr-job-aud-output(icr-idx)
                   NOT = icr-job-output(icr-idx)
               STRING "audit record names output " DELIMITED BY SIZE
                   icr-job-aud-output(icr-idx) DELIMITED BY " "
                   INTO icr-exc-text
               PERFORM 5020-job-exception THRU 5020-exit
           END-IF.
           IF icr-job-aud-outcome(icr-idx)
                   NOT = icr-job-outcome(icr-idx)
              AND (icr-job-outcome-alt(icr-idx) = SPACES
                   OR icr-job-aud-outcome(icr-idx)
                       NOT = icr-job-outcome-alt(icr-idx))
               STRING "audit outcome " DELIMITED BY SIZE
                   icr-job-aud-outcome(icr-idx) DELIMITED BY " "
                   " where the summary's disposition means "
                   DELIMITED BY SIZE
                   icr-job-outcome(icr-idx) DELIMITED BY " "
                   INTO icr-exc-text
               PERFORM 5020-job-exception THRU 5020-exit
           END-IF.
           PERFORM 5035-check-carry-chain THRU 5035-exit.
       5030-exit.
           EXIT.

      * a job that started from another job's memory names that job
      * in its audit record; it must be an earlier job of this batch
      * whose own audit record shows CLEAN - a clean halt, with its
      * output verified where it had a VERIFY, the same rule the VM
      * carries by - or the carry should have been refused. audit
      * records written before the column existed carry spaces there.
       5035-check-carry-chain.
           IF icr-job-aud-carry(icr-idx) IS NUMERIC
              AND icr-job-aud-carry-num(icr-idx) > ZERO
              AND icr-job-aud-outcome(icr-idx) NOT = "CARRYREF"
               MOVE icr-job-aud-carry-num(icr-idx) TO icr-carry-idx
               MOVE SPACES TO icr-exc-text
               IF icr-carry-idx >= icr-idx
                   STRING "audit record carries from job "
                       icr-job-aud-carry(icr-idx)
                       ", which is not an earlier job"
                       DELIMITED BY SIZE INTO icr-exc-text
                   PERFORM 5020-job-exception THRU 5020-exit
               ELSE
                   IF icr-job-aud-outcome(icr-carry-idx) NOT = "CLEAN"
                       STRING "started from the memory of job "
                           icr-job-aud-carry(icr-idx)
                           ", which did not end CLEAN"
                           DELIMITED BY SIZE INTO icr-exc-text
                       PERFORM 5020-job-exception THRU 5020-exit
                   END-IF
               END-IF
           END-IF.
       5035-exit.
           EXIT.

      * a job that ran to RC=00 is booked into the ledger by 1274,
      * and a job skipped because the ledger already had it is in
      * the ledger by definition; jobs past the ledger's 256-job
      * capacity are never booked, and are not expected to be.
       5040-check-ledger-presence.
           IF icr-job-rc(icr-idx) = "00"
              AND (icr-job-disposition(icr-idx) = "RAN"
                   OR icr-job-disposition(icr-idx) = "RESTART-SKIP")
              AND icr-idx <= 256
              AND icr-job-ledger-count(icr-idx) = ZERO
               MOVE "ended RC=00 but is not in the restart ledger"
                   TO icr-exc-text
               PERFORM 5020-job-exception THRU 5020-exit
           END-IF.
           IF icr-job-ledger-count(icr-idx) > 1
               MOVE icr-job-ledger-count(icr-idx) TO icr-exc-disp
               PERFORM 9010-trim-exc-disp THRU 9010-exit
               STRING "restart ledger holds "
                   icr-exc-disp(icr-exc-lead + 1:)
                   " entries for the job"
                   DELIMITED BY SIZE INTO icr-exc-text
               PERFORM 5020-job-exception THRU 5020-exit
           END-IF.
       5040-exit.
           EXIT.

      * the totals line against the detail lines it closes, and
      * against itself: every job read was either run or skipped.
       6000-check-totals.
           DISPLAY " ".
           DISPLAY "icrecon: ---- totals ----".
           MOVE ZERO TO icr-seq-disp.
           IF icr-tot-seen
               MOVE icr-tot-read TO icr-count-disp
               MOVE icr-job-count TO icr-count-disp-2
               DISPLAY "icrecon: jobs read    " icr-count-disp
                   "  summary lines " icr-count-disp-2
               IF icr-tot-read = icr-job-count
                   ADD 1 TO icr-matched-count
               ELSE
                   MOVE "jobs read does not match the summary lines"
                       TO icr-exc-text
                   PERFORM 9000-note-exception THRU 9000-exit
               END-IF
               MOVE icr-tot-run TO icr-count-disp
               MOVE icr-counted-run TO icr-count-disp-2
               DISPLAY "icrecon: jobs run     " icr-count-disp
                   "  counted       " icr-count-disp-2
               IF icr-tot-run = icr-counted-run
                   ADD 1 TO icr-matched-count
               ELSE
                   MOVE "jobs run does not match the jobs that ran"
                       TO icr-exc-text
                   PERFORM 9000-note-exception THRU 9000-exit
               END-IF
               MOVE icr-tot-skipped TO icr-count-disp
               MOVE icr-counted-skipped TO icr-count-disp-2
               DISPLAY "icrecon: jobs skipped " icr-count-disp
                   "  counted       " icr-count-disp-2
               IF icr-tot-skipped = icr-counted-skipped
                   ADD 1 TO icr-matched-count
               ELSE
                   MOVE SPACES TO icr-exc-text
                   STRING "jobs skipped does not match the jobs "
                       "that were skipped" DELIMITED BY SIZE
                       INTO icr-exc-text
                   PERFORM 9000-note-exception THRU 9000-exit
               END-IF
               IF icr-tot-run + icr-tot-skipped = icr-tot-read
                   ADD 1 TO icr-matched-count
               ELSE
                   MOVE "jobs run plus jobs skipped is not jobs read"
                       TO icr-exc-text
                   PERFORM 9000-note-exception THRU 9000-exit
               END-IF
           END-IF.
       6000-exit.
           EXIT.

       7000-print-closing.
           DISPLAY " ".
           MOVE icr-matched-count TO icr-count-disp.
           MOVE icr-exception-count TO icr-count-disp-2.
           DISPLAY "icrecon: items matched: " icr-count-disp.
           DISPLAY "icrecon: exceptions:    " icr-count-disp-2.
           IF icr-exception-count = ZERO
               DISPLAY "icrecon: batch reconciles"
           ELSE
               DISPLAY "icrecon: batch does NOT reconcile"
           END-IF.
       7000-exit.
           EXIT.

      * one numbered exception line: the job it concerns when
      * icr-seq-disp is not zero, then icr-exc-text.
       9000-note-exception.
           ADD 1 TO icr-exception-count.
           MOVE icr-exception-count TO icr-exc-disp.
           PERFORM 9010-trim-exc-disp THRU 9010-exit.
           MOVE SPACES TO icr-detail-line.
           MOVE 1 TO icr-ptr.
           STRING "icrecon: *** EXCEPTION "
               icr-exc-disp(icr-exc-lead + 1:) ": "
               DELIMITED BY SIZE
               INTO icr-detail-line WITH POINTER icr-ptr.
           IF icr-seq-disp NOT = ZERO
               STRING "JOB " icr-seq-disp " - " DELIMITED BY SIZE
                   INTO icr-detail-line WITH POINTER icr-ptr
           END-IF.
           STRING icr-exc-text DELIMITED BY "  "
               INTO icr-detail-line WITH POINTER icr-ptr.
           DISPLAY icr-detail-line(1:icr-ptr - 1).
       9000-exit.
           EXIT.

      * icr-exc-disp's leading blanks counted into icr-exc-lead, so
      * a count or exception number reads without them mid-line.
       9010-trim-exc-disp.
           MOVE ZERO TO icr-exc-lead.
           INSPECT icr-exc-disp TALLYING icr-exc-lead
               FOR LEADING SPACES.
       9010-exit.
           EXIT.
