           SELECT summary-file
               ASSIGN TO DISK summary-file-name
               ORGANIZATION IS LINE SEQUENTIAL.
      * sweep-file drives SWEEP mode: which cells to vary over which
      * ranges, the target condition that counts as a hit, and where
      * the report goes - so the hunt for the cell values that make
      * a vendor program produce a wanted result is one invocation
      * instead of hundreds of hand-built patch decks.
      * sweep-report-file receives one line per combination tried
      * and a closing totals line.
           SELECT sweep-file
               ASSIGN TO DISK sweep-file-name
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT sweep-report-file
               ASSIGN TO DISK sweep-report-file-name
               ORGANIZATION IS LINE SEQUENTIAL.
      * coverage-file accumulates COVERAGE mode's execution counts:
      * one line per instruction address that has ever run, under a
      * header naming the deck the counts were taken against, so
      * every run and every batch job of a release's regression deck
      * adds into one set of counts that LIST can then lay over the
      * disassembly. OPTIONAL so the first run starts with no counts
      * instead of failing on it.
           SELECT OPTIONAL coverage-file
               ASSIGN TO DISK coverage-file-name
               ORGANIZATION IS LINE SEQUENTIAL.
      * watch-file names the cells WATCH keeps an eye on, and
      * journal-file receives one record each time one of them
      * changes - instruction count, IP, opcode, old and new value -
      * so a wrong result left by an unattended run can be traced
      * back after the fact without a full TRACE or a rerun at the
      * DEBUG console. a batch writes one journal for all its jobs.
           SELECT watch-file
               ASSIGN TO DISK watch-file-name
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT journal-file
               ASSIGN TO DISK journal-file-name
               ORGANIZATION IS LINE SEQUENTIAL.
      * capture-file records every value opcode 3 delivered, where
      * it came from and when, and replay-file is such a capture fed
      * back as the run's only input - so a failure in a console,
      * unit or records run can be handed over as a deck plus a
      * replay and reproduced exactly, with the replay stopping the
      * moment the program asks for input anywhere the original
      * did not.
           SELECT capture-file
               ASSIGN TO DISK capture-file-name
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT replay-file
               ASSIGN TO DISK replay-file-name
               ORGANIZATION IS LINE SEQUENTIAL.
      * probe-file is PREFLIGHT's look at a file some job of the
      * batch will need: opened and closed again with nothing read,
      * only so the FILE STATUS can say whether the file is there.
      * no job's own SELECT is used for this - they carry no status
      * clause, and a missing file on them is a runtime abend.
           SELECT probe-file
               ASSIGN TO DISK ic-pfl-probe-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ic-pfl-probe-status.
      * image-file is IMAGE's copy of the run's final memory, written
      * as a TEXT deck so a later run can load it and carry on from
      * where this one left off.
           SELECT image-file
               ASSIGN TO DISK image-file-name
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      * one line per batch job, plus one totals line per batch.
       FD summary-file.
       01  summary-record PIC X(160).
      * one sweep directive per line, comma separated:
      *     VARY,cell,from,to[,step]
      *     TARGET,CELL,cell,value   or   TARGET,OUTPUT,value
      *     REPORT,report-file
      * a cell may be an address or, with a symbol file, a label.
       FD sweep-file.
       01  sweep-record PIC X(300).
      * one line per combination tried, plus heading and totals.
       FD sweep-report-file.
       01  sweep-report-record PIC X(200).
      * a DECK,name,words,checksum,runs header line, then one
      * address,count line per address that has executed.
       FD coverage-file.
       01  coverage-record PIC X(300).
      * one cell per line: an address or, with a symbol file, a
      * label.
       FD watch-file.
       01  watch-record PIC X(80).
      * one fixed-column record per watched change; see ic-jnl-line.
       FD journal-file.
       01  journal-record PIC X(160).
      * one fixed-column record per value delivered; see ic-cap-line.
       FD capture-file.
       01  capture-record PIC X(80).
       FD replay-file.
       01  replay-record PIC X(80).
      * never read; see the SELECT.
       FD probe-file.
       01  probe-record PIC X(80).
      * the header record, then the memory cells ten to a line.
       FD image-file.
       01  image-record PIC X(256).
      * opcode totals and hot-address lines of the execution profile.
       FD profile-file.
       01  profile-record PIC X(120).
      * one disassembly line per instruction or data word.
      * wide enough for the execution-count column COVERAGE adds
      * in front of the disassembly.
       FD listing-file.
       01  listing-record PIC X(176).
      * one address=value override per line.
       FD patch-file.
       01  patch-record PIC X(80).
      * RECORDS mode records: one fixed-layout business record per
      * line each way, and one layout rule per layout line - as wide
      * as an output record, so a report heading rule can carry a
      * heading line the full width of the report.
       FD record-input-file.
       01  record-input-record PIC X(256).
       FD record-output-file.
       01  record-output-record PIC X(256).
       FD record-layout-file.
       01  record-layout-record PIC X(256).
      * the current progress snapshot, one line, rewritten in place.
       FD status-file.
       01  status-record PIC X(80).
       01  catalog-record PIC X(400).
      * one fixed-format audit record per run, or per batch job.
       FD audit-file.
       01  audit-record PIC X(256).
      * the two sides of the VERIFY compare, one byte per record like
      * output-file itself.
       FD expected-file.
               88  ic-edit-enabled  VALUE "Y".
               88  ic-edit-disabled VALUE "N".

      * options added after the audit record's switches column was
      * fixed at one position per ic-option-switches entry: they
      * ride in a second group with a column of its own at the end
      * of the audit record, so the first column's positions - and
      * every audit record already on file - keep their meaning.
       01  ic-option-switches-2.
           05  ic-sweep-switch PIC X(01) VALUE "N".
               88  ic-sweep-enabled  VALUE "Y".
               88  ic-sweep-disabled VALUE "N".
           05  ic-coverage-switch PIC X(01) VALUE "N".
               88  ic-coverage-enabled  VALUE "Y".
               88  ic-coverage-disabled VALUE "N".
           05  ic-watch-switch PIC X(01) VALUE "N".
               88  ic-watch-enabled  VALUE "Y".
               88  ic-watch-disabled VALUE "N".
           05  ic-journal-switch PIC X(01) VALUE "N".
               88  ic-journal-enabled  VALUE "Y".
               88  ic-journal-disabled VALUE "N".
           05  ic-capture-switch PIC X(01) VALUE "N".
               88  ic-capture-enabled  VALUE "Y".
               88  ic-capture-disabled VALUE "N".
           05  ic-replay-switch PIC X(01) VALUE "N".
               88  ic-replay-enabled  VALUE "Y".
               88  ic-replay-disabled VALUE "N".
           05  ic-preflight-switch PIC X(01) VALUE "N".
               88  ic-preflight-enabled  VALUE "Y".
               88  ic-preflight-disabled VALUE "N".
           05  ic-image-switch PIC X(01) VALUE "N".
               88  ic-image-enabled  VALUE "Y".
               88  ic-image-disabled VALUE "N".

      * some keyword options take a following argument as their
      * value (the trace file name, for instance); ic-pending-option
      * remembers which option is waiting for its value so the single
       01  unit-output-name-2 PIC X(256).
       01  unit-output-name-3 PIC X(256).
       01  unit-output-name-4 PIC X(256).
       01  sweep-file-name PIC X(256).
       01  sweep-report-file-name PIC X(256).
       01  coverage-file-name PIC X(256).
       01  watch-file-name PIC X(256).
       01  journal-file-name PIC X(256).
       01  capture-file-name PIC X(256).
       01  replay-file-name PIC X(256).
       01  image-file-name PIC X(256).

      * number of VM instances to run in amplifier/network mode
       01  ic-amplify-count PIC 9(01) VALUE ZERO.
      * input and output file names for one job in the batch, and
      * optionally a fourth field naming the expected output the
      * job's actual output is verified against, a fifth field naming
      * the job so later records can refer back to it, a sixth
      * field carrying a run condition evaluated before the job runs,
      * and a seventh field, CARRY, starting the job from the memory
      * the job before it finished with instead of a deck from disk.
       01  ic-batch-program-name PIC X(256).
       01  ic-batch-input-name   PIC X(256).
       01  ic-batch-output-name  PIC X(256).
       01  ic-batch-verify-name  PIC X(256).
       01  ic-batch-job-name     PIC X(16).
       01  ic-batch-condition    PIC X(64).
       01  ic-batch-carry        PIC X(16).

      * CARRY work area: whether the job just finished left memory a
      * CARRY job after it may start from - it ran, and ended in a
      * clean halt - with that job's sequence number, program name,
      * release and memory footprint, which the carried job takes
      * over as its own starting point. ic-carry-from-seq is the job
      * a carried job started from (or, refused, would have), for
      * the audit trail; zero for a job loaded from disk.
       01  ic-carry-ready-switch PIC X(01) VALUE "N".
           88  ic-carry-ready     VALUE "Y".
           88  ic-carry-not-ready VALUE "N".
       01  ic-carry-offer-switch PIC X(01) VALUE "N".
           88  ic-carry-offered     VALUE "Y".
           88  ic-carry-not-offered VALUE "N".
       01  ic-carry-job-switch PIC X(01) VALUE "N".
           88  ic-carry-job    VALUE "Y".
           88  ic-carry-no-job VALUE "N".
       01  ic-carry-refuse-switch PIC X(01) VALUE "N".
           88  ic-carry-refused  VALUE "Y".
           88  ic-carry-accepted VALUE "N".
       01  ic-carry-prev-rst-switch PIC X(01) VALUE "N".
           88  ic-carry-prev-rst-skipped VALUE "Y".
       01  ic-carry-ready-seq     PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-carry-program-name  PIC X(256).
       01  ic-carry-version-tag   PIC X(12).
       01  ic-carry-cell-count    PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-carry-from-seq      PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-carry-seq-disp      PIC 9(04).
       01  ic-carry-from-disp     PIC 9(04).
       01  ic-batch-eof-switch PIC X(01) VALUE "N".
           88  ic-batch-eof     VALUE "Y".
           88  ic-batch-not-eof VALUE "N".
               10  ic-done-job-rc   PIC S9(4) COMP-5.
       01  ic-done-idx PIC S9(4) COMP-5.

      * PREFLIGHT work area: the job names and output files of the
      * whole control file, read in a first pass and keyed by each
      * job's sequence number, so the second pass can tell a RUN-IF
      * naming an earlier job from one naming a later job or none,
      * and a job reusing an earlier job's name or output file; plus
      * the probe's file name and status, and the exception count
      * the report numbers its lines by.
       01  ic-pfl-job-count PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-pfl-job-table.
           05  ic-pfl-job OCCURS 256 TIMES.
               10  ic-pfl-job-name    PIC X(16).
               10  ic-pfl-output-name PIC X(256).
       01  ic-pfl-idx        PIC S9(4) COMP-5.
       01  ic-pfl-match-idx  PIC S9(4) COMP-5.
       01  ic-pfl-exceptions PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-pfl-probe-name   PIC X(256).
       01  ic-pfl-probe-status PIC X(02).
       01  ic-pfl-probe-what   PIC X(08).
       01  ic-pfl-text   PIC X(120).
       01  ic-pfl-line   PIC X(200).
       01  ic-pfl-ptr    PIC S9(4) COMP-5.
       01  ic-pfl-exc-disp PIC ZZZZZZZZ9.
       01  ic-pfl-exc-lead PIC S9(4) COMP-5.
       01  ic-pfl-seq-disp PIC 9(04).
       01  ic-pfl-catalog-switch PIC X(01) VALUE "Y".
           88  ic-pfl-catalog-usable   VALUE "Y".
           88  ic-pfl-catalog-unusable VALUE "N".

      * batch restart work area: the ledger read back on resubmission
      * is keyed by each job's sequence number in the control file,
      * with the program name carried alongside so a control file that
                   88  ic-rst-job-done     VALUE "Y".
                   88  ic-rst-job-not-done VALUE "N".
               10  ic-rst-done-name PIC X(256).
               10  ic-rst-carry-switch PIC X(01).
                   88  ic-rst-job-carries VALUE "Y".
               10  ic-rst-rerun-switch PIC X(01).
                   88  ic-rst-job-rerun   VALUE "Y".
       01  ic-rst-eof-switch PIC X(01) VALUE "N".
           88  ic-rst-eof     VALUE "Y".
           88  ic-rst-not-eof VALUE "N".
           88  ic-rst-skip-job VALUE "Y".
           88  ic-rst-no-skip  VALUE "N".
       01  ic-rst-ptr PIC S9(4) COMP-5.
       01  ic-rst-scan-seq   PIC S9(4) COMP-5.
       01  ic-rst-scan-count PIC S9(4) COMP-5.
       01  ic-rst-carry-disp PIC 9(04).

      * batch summary work area: per-job disposition plus the running
      * totals the closing totals line accounts for. the file names
       01  ic-sum-jobs-read    PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-sum-jobs-run     PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-sum-jobs-skipped PIC S9(9) COMP-5 VALUE ZERO.
      * the batch's identity: the date and time it started, stamped
      * on the summary's totals line and on every audit record the
      * batch writes, so the night's summary, audit trail and
      * restart ledger can be matched up afterwards.
       01  ic-batch-id         PIC X(14) VALUE SPACES.

      * return code of the invocation as a whole: zero for a clean
      * halt, 1 for a usage or validation failure, 2 for a run that
      * catalog refused, 6 for a COMPARE that found the two decks
      * differ, 7 for a unit map that named a file the run could
      * not open, 8 for a run stopped by an operator stop request,
      * 9 for an input deck the pre-run edit refused, 10 for a SWEEP
      * in which no combination met the target, 11 for a REPLAY the
      * program did not follow - it asked for input at a different
      * point than the captured run, or halted with captured input
      * unread, 12 for a PREFLIGHT that found anything wrong with
      * the control file.
      * in batch mode each job computes its own
      * code and the invocation returns the worst one, so JCL/shell
      * scripting sees the batch's worst outcome.
      * how the most recent run ended: a clean opcode-99 halt, an
      * abend (bad opcode, bad parameter mode, output value that does
      * not fit), the MAXINSTR watchdog tripping, the operator
      * quitting a DEBUG session, an external stop request being
      * honored, or a REPLAY run asking for input where the captured
      * run did not - the distinction batch accounting, the audit
      * trail and the return code need, which ic-halted alone cannot
      * carry.
           05  ic-run-outcome-switch PIC X(01) VALUE "H".
               88  ic-outcome-clean-halt VALUE "H".
               88  ic-outcome-abended    VALUE "A".
               88  ic-outcome-limit      VALUE "L".
               88  ic-outcome-quit       VALUE "Q".
               88  ic-outcome-stopped    VALUE "S".
               88  ic-outcome-diverged   VALUE "D".

      * program-validation work area: lets a truncated or corrupted
      * program be rejected outright instead of run partway
      * render an instruction through the same paragraphs the
      * listing uses and show it on the console instead of writing
      * it to the listing file.
       01  ic-list-line       PIC X(176).

      * PROFILE work area: one counter per opcode (the tenth slot is
      * opcode 99) and one counter per instruction address, bumped
       01  ic-patch-result-switch PIC X(01) VALUE "N".
           88  ic-patch-failed VALUE "Y".
           88  ic-patch-ok     VALUE "N".
      * SWEEP applies its overrides through the same paragraph as
      * the patch deck, but once per combination; its report line
      * already shows every value applied, so the echo is held back
      * there instead of flooding the log.
       01  ic-patch-echo-switch PIC X(01) VALUE "Y".
           88  ic-patch-echo-on  VALUE "Y".
           88  ic-patch-echo-off VALUE "N".

      * RECORDS mode layout tables, loaded from the layout file at
      * startup. one rule per line, comma separated:
           88  ic-lay-eof     VALUE "Y".
           88  ic-lay-not-eof VALUE "N".

      * RECORDS mode printed report, described by the same layout
      * file alongside the field rules:
      *     T,text            a title line, up to 4; the page number
      *                       goes at the right of the first
      *     H,text            a column heading line, up to 4
      *     P,lines           lines per page, headings included;
      *                       60 when not given
      *     B,start,length    the control-break field's columns in
      *                       the output record
      *     S,start,length    a numeric output field to subtotal at
      *                       each break and grand-total at the end,
      *                       up to 8; each must be an O rule's N
      *                       field, column for column
      * any one of them turns the output stream into the finished
      * report: titles and headings at the top of every page, each
      * output record as a detail line, a total line with its record
      * count at every change of the break field, and a grand total
      * line at the end.
       01  ic-rpt-switch PIC X(01) VALUE "N".
           88  ic-rpt-enabled  VALUE "Y".
           88  ic-rpt-disabled VALUE "N".
       01  ic-rpt-title-count PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-rpt-title-table.
           05  ic-rpt-title OCCURS 4 TIMES PIC X(254).
       01  ic-rpt-head-count PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-rpt-head-table.
           05  ic-rpt-head OCCURS 4 TIMES PIC X(254).
       01  ic-rpt-page-lines   PIC S9(4) COMP-5 VALUE 60.
       01  ic-rpt-break-start  PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-rpt-break-length PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-rpt-sum-count PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-rpt-sum-table.
           05  ic-rpt-sum-entry OCCURS 8 TIMES.
               10  ic-rpt-sum-start  PIC S9(4) COMP-5.
               10  ic-rpt-sum-length PIC S9(4) COMP-5.
               10  ic-rpt-sum-group  PIC S9(18) COMP-5.
               10  ic-rpt-sum-grand  PIC S9(18) COMP-5.
       01  ic-rpt-sum-idx       PIC S9(4) COMP-5.
       01  ic-rpt-first-sum-col PIC S9(4) COMP-5.
       01  ic-rpt-width         PIC S9(4) COMP-5.
       01  ic-rpt-heading-lines PIC S9(4) COMP-5.
       01  ic-rpt-text     PIC X(254).
       01  ic-rpt-text-len PIC S9(4) COMP-5.

      * RECORDS mode input runtime: each record read is exploded
      * into a queue of values which opcode 3 then drains one by
      * one; an empty queue reads and explodes the next record, and
       01  ic-rec-count-disp PIC ZZZZZZZZ9.
       01  ic-rec-recno-disp PIC ZZZZZZZZ9.

      * RECORDS mode report runtime: where the page stands, the
      * break field's value for the group being printed, and the
      * counts the closing report reconciles against
      * ic-rec-out-count - detail lines printed, and the record
      * counts the break total lines have printed between them.
       01  ic-rpt-page-number PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-rpt-line-number PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-rpt-need-lines  PIC S9(4) COMP-5.
       01  ic-rpt-eject-switch PIC X(01) VALUE "Y".
           88  ic-rpt-eject-pending VALUE "Y".
           88  ic-rpt-no-eject      VALUE "N".
       01  ic-rpt-group-switch PIC X(01) VALUE "N".
           88  ic-rpt-group-open   VALUE "Y".
           88  ic-rpt-group-closed VALUE "N".
       01  ic-rpt-break-value  PIC X(256).
       01  ic-rpt-group-count  PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-rpt-group-total  PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-rpt-break-count  PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-rpt-detail-count PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-rpt-total-switch PIC X(01) VALUE "G".
           88  ic-rpt-group-totals VALUE "G".
           88  ic-rpt-grand-totals VALUE "T".
       01  ic-rpt-line      PIC X(256).
       01  ic-rpt-label     PIC X(256).
       01  ic-rpt-label-len PIC S9(4) COMP-5.
       01  ic-rpt-sum-value PIC S9(18) COMP-5.
       01  ic-rpt-sum-disp  PIC -(18)9.
       01  ic-rpt-page-disp PIC ZZZZ9.
       01  ic-rpt-line-idx  PIC S9(4) COMP-5.

      * input edit work area: the pre-run scan of the whole numeric
      * input file. a record passes when what opcode 3 will
      * eventually do with it cannot abend: blanks only (read as
               10  ic-unit-in-mapped-switch PIC X(01).
                   88  ic-unit-in-mapped     VALUE "Y".
                   88  ic-unit-in-not-mapped VALUE "N".
               10  ic-unit-in-open-switch PIC X(01).
                   88  ic-unit-in-open     VALUE "Y".
                   88  ic-unit-in-not-open VALUE "N".
               10  ic-unit-in-bytes PIC S9(9) COMP-5.
           05  ic-unit-out-entry OCCURS 4 TIMES.
               10  ic-unit-out-mapped-switch PIC X(01).
       01  ic-cmp-num-disp   PIC -(18)9.
       01  ic-cmp-count-disp PIC ZZZZZZZZ9.

      * SWEEP work area: the validated load image is put aside here
      * once, and every combination starts from a fresh copy of it -
      * the same image a single run would have started from, with
      * only the varied cells overridden. the vary table holds each
      * varied cell's range and the value the current combination
      * gives it; the last VARY line's cell changes fastest, like
      * the innermost loop of the hand-built decks it replaces.
       01  ic-swp-image.
           05  ic-swp-cell OCCURS 200000 TIMES
               PIC S9(18) USAGE IS COMP-5.
       01  ic-swp-copy-idx  PIC S9(9) COMP-5.
       01  ic-swp-copy-limit PIC S9(9) COMP-5.
       01  ic-swp-vary-count PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-swp-vary-table.
           05  ic-swp-vary OCCURS 4 TIMES.
               10  ic-swp-vary-addr  PIC S9(9) COMP-5.
               10  ic-swp-vary-from  PIC S9(18) COMP-5.
               10  ic-swp-vary-to    PIC S9(18) COMP-5.
               10  ic-swp-vary-step  PIC S9(18) COMP-5.
               10  ic-swp-vary-value PIC S9(18) COMP-5.
       01  ic-swp-idx        PIC S9(4) COMP-5.
       01  ic-swp-verb-text  PIC X(08).
       01  ic-swp-field-1    PIC X(256).
       01  ic-swp-field-2    PIC X(32).
       01  ic-swp-field-3    PIC X(32).
       01  ic-swp-field-4    PIC X(32).
       01  ic-swp-target-switch PIC X(01) VALUE SPACE.
           88  ic-swp-target-cell   VALUE "C".
           88  ic-swp-target-output VALUE "O".
           88  ic-swp-target-none   VALUE SPACE.
       01  ic-swp-target-addr  PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-swp-target-value PIC S9(18) COMP-5 VALUE ZERO.
       01  ic-swp-eof-switch PIC X(01) VALUE "N".
           88  ic-swp-eof     VALUE "Y".
           88  ic-swp-not-eof VALUE "N".
       01  ic-swp-done-switch PIC X(01) VALUE "N".
           88  ic-swp-done     VALUE "Y".
           88  ic-swp-not-done VALUE "N".
       01  ic-swp-advance-switch PIC X(01) VALUE "N".
           88  ic-swp-advanced     VALUE "Y".
           88  ic-swp-not-advanced VALUE "N".
      * the last value the combination sent through opcode 4, which
      * is what an OUTPUT target is measured against; nothing is
      * written to output-file during a sweep.
       01  ic-swp-output-switch PIC X(01) VALUE "N".
           88  ic-swp-output-seen VALUE "Y".
           88  ic-swp-no-output   VALUE "N".
       01  ic-swp-last-output PIC S9(18) COMP-5.
       01  ic-swp-hit-switch PIC X(01) VALUE "N".
           88  ic-swp-hit    VALUE "Y".
           88  ic-swp-no-hit VALUE "N".
       01  ic-swp-combo-count   PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-swp-hit-count     PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-swp-clean-count   PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-swp-abend-count   PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-swp-limit-count   PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-swp-instr-total   PIC S9(18) COMP-5 VALUE ZERO.
       01  ic-swp-outcome-text  PIC X(08).
       01  ic-swp-line          PIC X(200).
       01  ic-swp-ptr           PIC S9(4) COMP-5.
       01  ic-swp-combo-disp    PIC ZZZZZZZZ9.
       01  ic-swp-count-disp    PIC ZZZZZZZZ9.
       01  ic-swp-addr-disp     PIC ZZZZZ9.
       01  ic-swp-value-disp    PIC -(18)9.

      * COVERAGE work area: one counter per instruction address,
      * bumped in dispatch alongside the profile's, then merged into
      * the coverage file when the run (each batch job, or the whole
      * sweep) ends and cleared for the next. the deck is identified
      * by its word count and checksum as loaded - before any patch,
      * by the same arithmetic the catalog uses - so counts are only
      * ever added to counts taken against the same release.
       01  ic-cov-counts.
           05  ic-cov-count OCCURS 200000 TIMES
               PIC S9(18) COMP-5.
       01  ic-cov-ip          PIC S9(9) COMP-5.
       01  ic-cov-idx         PIC S9(9) COMP-5.
       01  ic-cov-deck-words  PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-cov-deck-cks    PIC S9(18) COMP-5 VALUE ZERO.
       01  ic-cov-runs        PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-cov-addr-count  PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-cov-line-addr   PIC S9(9) COMP-5.
       01  ic-cov-file-switch PIC X(01) VALUE "E".
           88  ic-cov-file-empty    VALUE "E".
           88  ic-cov-file-match    VALUE "M".
           88  ic-cov-file-mismatch VALUE "X".
           88  ic-cov-file-bad      VALUE "B".
       01  ic-cov-eof-switch PIC X(01) VALUE "N".
           88  ic-cov-eof     VALUE "Y".
           88  ic-cov-not-eof VALUE "N".
       01  ic-cov-tag-text    PIC X(08).
       01  ic-cov-name-text   PIC X(256).
       01  ic-cov-field-1     PIC X(32).
       01  ic-cov-field-2     PIC X(32).
       01  ic-cov-field-3     PIC X(32).
       01  ic-cov-ptr         PIC S9(4) COMP-5.
       01  ic-cov-words-disp  PIC 9(09).
       01  ic-cov-cks-disp    PIC 9(10).
       01  ic-cov-runs-disp   PIC 9(09).
       01  ic-cov-addr-disp   PIC 9(06).
       01  ic-cov-num-disp    PIC 9(18).
       01  ic-cov-total-disp  PIC ZZZZZZZZ9.
       01  ic-cov-total-disp-2 PIC ZZZZZZZZ9.
       01  ic-cov-runs-edit   PIC ZZZZZZZZ9.
      * the listing's count column, and the uncovered ranges it
      * gathers as it goes: an unbroken run of listed instructions
      * none of which ever executed is one range; a covered
      * instruction or a data word ends it.
       01  ic-cov-count-disp  PIC Z(10)9.
       01  ic-cov-blank-column PIC X(13) VALUE SPACES.
       01  ic-cov-instr-total PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-cov-instr-hit   PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-cov-range-switch PIC X(01) VALUE "N".
           88  ic-cov-range-open   VALUE "Y".
           88  ic-cov-range-closed VALUE "N".
       01  ic-cov-range-start PIC S9(9) COMP-5.
       01  ic-cov-range-end   PIC S9(9) COMP-5.
       01  ic-cov-range-instrs PIC S9(9) COMP-5.
       01  ic-cov-range-count PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-cov-range-dropped PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-cov-range-table.
           05  ic-cov-range OCCURS 500 TIMES.
               10  ic-cov-rng-start  PIC S9(9) COMP-5.
               10  ic-cov-rng-end    PIC S9(9) COMP-5.
               10  ic-cov-rng-instrs PIC S9(9) COMP-5.
       01  ic-cov-range-idx   PIC S9(4) COMP-5.
       01  ic-cov-instrs-disp PIC ZZZZZ9.
      * nearest-label lookup for the range report: the closest label
      * at or before an address, written as LABEL or LABEL+offset.
       01  ic-cov-best-addr   PIC S9(9) COMP-5.
       01  ic-cov-best-label  PIC X(16).
       01  ic-cov-label-text  PIC X(24).
       01  ic-cov-offset      PIC S9(9) COMP-5.
       01  ic-cov-offset-disp PIC ZZZZZ9.
       01  ic-cov-lead        PIC S9(4) COMP-5.

      * WATCH work area: the watched cells, and for each instance of
      * the run (the one instance of an ordinary run, or each ring
      * instance under AMPLIFY) the value each cell held when last
      * seen - primed when the run starts, so the write hook can
      * tell a real change from a store of the value already there
      * and can give the old value the write itself has overwritten.
       01  ic-wch-count PIC S9(4) COMP-5 VALUE ZERO.
       01  ic-wch-table.
           05  ic-wch-entry OCCURS 32 TIMES.
               10  ic-wch-addr  PIC S9(9) COMP-5.
               10  ic-wch-label PIC X(16).
       01  ic-wch-shadow-table.
           05  ic-wch-shadow-inst OCCURS 9 TIMES.
               10  ic-wch-shadow OCCURS 32 TIMES
                   PIC S9(18) COMP-5.
       01  ic-wch-idx        PIC S9(4) COMP-5.
       01  ic-wch-dup-idx    PIC S9(4) COMP-5.
       01  ic-wch-slot       PIC S9(4) COMP-5.
       01  ic-wch-slot-limit PIC S9(4) COMP-5.
       01  ic-wch-text       PIC X(32).
       01  ic-wch-eof-switch PIC X(01) VALUE "N".
           88  ic-wch-eof     VALUE "Y".
           88  ic-wch-not-eof VALUE "N".
       01  ic-wch-dup-switch PIC X(01) VALUE "N".
           88  ic-wch-duplicate     VALUE "Y".
           88  ic-wch-not-duplicate VALUE "N".
      * set by the DEBUG console's alter command around its write,
      * so the journal says the operator changed the cell, not the
      * instruction the run happens to be stopped at.
       01  ic-wch-alter-switch PIC X(01) VALUE "N".
           88  ic-wch-by-alter   VALUE "Y".
           88  ic-wch-by-program VALUE "N".
      * the journal record: job number in the batch (zero for a
      * single run), ring instance (zero when not amplified),
      * instructions executed so far, the IP of the instruction
      * that wrote, its mnemonic (START and INIT for the records
      * that open each run, ALTER for a DEBUG console change), the
      * cell and its label, old and new value, and on START records
      * the program.
       01  ic-jnl-line.
           05  ic-jnl-job       PIC 9(04).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  ic-jnl-instance  PIC 9(01).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  ic-jnl-instr     PIC 9(09).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  ic-jnl-ip        PIC 9(06).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  ic-jnl-op        PIC X(05).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  ic-jnl-addr      PIC 9(06).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  ic-jnl-label     PIC X(16).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  ic-jnl-old       PIC -(18)9.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  ic-jnl-new       PIC -(18)9.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  ic-jnl-program   PIC X(40).

      * CAPTURE/REPLAY record: sequence number of the value, the
      * instruction count and IP of the opcode 3 that took it, where
      * it came from (BYTE, NUMBER, ASCII, RECORD or UNITn) and the
      * value itself. a replay checks the count and IP of every
      * input request against the record it is about to deliver.
       01  ic-cap-line.
           05  ic-cap-seq        PIC 9(09).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ic-cap-instr      PIC 9(09).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ic-cap-ip         PIC 9(06).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ic-cap-source     PIC X(06).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ic-cap-value      PIC -(18)9.
           05  ic-cap-value-text REDEFINES ic-cap-value PIC X(19).
       01  ic-cap-count      PIC S9(9) COMP-5 VALUE ZERO.
       01  ic-rpl-eof-switch PIC X(01) VALUE "N".
           88  ic-rpl-eof     VALUE "Y".
           88  ic-rpl-not-eof VALUE "N".
       01  ic-rpl-ip-disp    PIC ZZZZZ9.
       01  ic-rpl-instr-disp PIC ZZZZZZZZ9.

      * symbol table, loaded from the symbol file at startup: the
      * assembler's addresses and labels, scanned linearly - the
      * table is small and every use is already on a reporting path.
       01  ic-cat-version-text PIC X(16).
       01  ic-cat-words-text   PIC X(16).
       01  ic-cat-cks-text     PIC X(32).
       01  ic-cat-status-text  PIC X(16).
       01  ic-cat-version-tag  PIC X(12) VALUE SPACES.
       01  ic-cat-checksum     PIC S9(18) COMP-5.
       01  ic-cat-work         PIC S9(18) COMP-5.
      * blank separators, numerics zero-padded, so the file feeds the
      * shop's report writer as-is. the switches column is the raw
      * ic-option-switches group - one letter per option, in the
      * order the switches are declared; the second switches column
      * is ic-option-switches-2 the same way, padded. a batch job's
      * record ends with the batch's identity, the job's sequence
      * number in the control file, and - for a CARRY job - the
      * sequence number of the job whose memory it started from; a
      * single run leaves the batch blank and both sequences zero.
       01  ic-audit-line.
           05  ic-audit-date     PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ic-audit-hwm      PIC 9(06).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ic-audit-outcome  PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ic-audit-switches-2 PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ic-audit-batch-id PIC X(14).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ic-audit-job-seq  PIC 9(04).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ic-audit-carry-from PIC 9(04).
       01  ic-audit-time-raw PIC X(08).

      * IMAGE work area: how many cells the image holds, the cell
      * being written, the values on the line being built, and the
      * header record's display forms.
       01  ic-img-cell-count PIC S9(9) COMP-5.
       01  ic-img-idx        PIC S9(9) COMP-5.
       01  ic-img-on-line    PIC S9(4) COMP-5.
       01  ic-img-ptr        PIC S9(4) COMP-5.
       01  ic-img-lead       PIC S9(4) COMP-5.
       01  ic-img-value-disp PIC -(18)9.
       01  ic-img-instr-disp PIC 9(09).
       01  ic-img-cells-disp PIC 9(06).
       01  ic-img-outcome    PIC X(08).

      * VERIFY work area: byte position and both sides of the
      * compare, plus the display forms of the mismatch report. a
      * side that ends early shows as EOF in the report, and every
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-sweep-enabled
              AND (ic-batch-enabled OR ic-amplify-enabled
                   OR ic-resume-enabled OR ic-checkpoint-enabled
                   OR ic-debug-enabled OR ic-list-enabled
                   OR ic-compare-enabled OR ic-trace-enabled
                   OR ic-ascii-enabled OR ic-profile-enabled
                   OR ic-verify-enabled OR ic-records-enabled
                   OR ic-units-enabled)
               DISPLAY "ic: SWEEP cannot be combined with BATCH, "
                   "AMPLIFY, RESUME, CHECKPOINT, DEBUG, LIST, COMPARE, "
                   "TRACE, ASCII, PROFILE, VERIFY, RECORDS or UNITS - "
                   "a sweep reruns one validated image many times and "
                   "reports each run on a single line, so per-run "
                   "files and alternate run modes have nowhere to go"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-sweep-enabled AND ic-maxinstr-disabled
               DISPLAY "ic: SWEEP needs MAXINSTR - one combination "
                   "that loops forever would hold the whole sweep"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-sweep-enabled AND input-file-name = "/dev/stdin"
               DISPLAY "ic: SWEEP needs the run's input in a real "
                   "file to read again from the top for every "
                   "combination - name one with the INPUT option "
                   "(/dev/null for a program that reads none)"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-coverage-enabled
              AND (ic-resume-enabled OR ic-compare-enabled)
               DISPLAY "ic: COVERAGE cannot be combined with RESUME or "
                   "COMPARE - counts are kept against the deck as "
                   "loaded, which a checkpoint's mid-run image is not, "
                   "and a compare runs nothing to count"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-watch-enabled AND ic-journal-disabled
               DISPLAY "ic: WATCH needs JOURNAL - name the file the "
                   "watched cells' changes are to be written to"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-journal-enabled AND ic-watch-disabled
               DISPLAY "ic: JOURNAL only applies to WATCH - it "
                   "records changes to the cells a watch file names"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-watch-enabled AND ic-sweep-enabled
               DISPLAY "ic: WATCH cannot be combined with SWEEP - "
                   "every combination would journal the same cells "
                   "over again; watch the one combination worth "
                   "following in a run of its own"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF (ic-capture-enabled OR ic-replay-enabled)
              AND (ic-batch-enabled OR ic-amplify-enabled
                   OR ic-resume-enabled OR ic-sweep-enabled)
               DISPLAY "ic: CAPTURE and REPLAY cannot be combined "
                   "with BATCH, AMPLIFY, RESUME or SWEEP - the capture "
                   "follows a single run's input requests from its "
                   "first instruction, and a ring's inputs come from "
                   "the other instances rather than an input source"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-replay-enabled
              AND (ic-capture-enabled OR ic-edit-enabled
                   OR ic-checkpoint-enabled)
               DISPLAY "ic: REPLAY cannot be combined with CAPTURE, "
                   "EDIT or CHECKPOINT - the replay file is the run's "
                   "only input, so there is no input file to capture, "
                   "scan, or wind forward on a resume"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-image-enabled
              AND (ic-batch-enabled OR ic-amplify-enabled
                   OR ic-sweep-enabled OR ic-list-enabled
                   OR ic-compare-enabled)
               DISPLAY "ic: IMAGE cannot be combined with BATCH, "
                   "AMPLIFY, SWEEP, LIST or COMPARE - it writes the "
                   "one memory a single run finishes with; a batch "
                   "hands a job's memory to the next with CARRY"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-preflight-enabled AND ic-batch-disabled
               DISPLAY "ic: PREFLIGHT requires BATCH - it checks a "
                   "batch control file without running any of its "
                   "jobs" UPON STDERR
               GOBACK GIVING 1
           END-IF.
      * a preflight runs nothing, so nothing is summarized, audited
      * or booked to the restart ledger; it only reports.
           IF ic-preflight-enabled
               PERFORM 1400-preflight-batch THRU 1400-exit
               GOBACK GIVING ic-return-code
           END-IF.
           IF ic-batch-enabled
               PERFORM 1200-run-batch THRU 1200-exit
           ELSE
                       GOBACK GIVING 5
                   END-IF
               END-IF
               IF ic-coverage-enabled AND ic-load-fits
                   PERFORM 9605-note-coverage-deck THRU 9605-exit
               END-IF
               IF ic-compare-enabled
                   IF ic-load-overflow
                       PERFORM 2570-report-load-overflow
                       END-IF
                       GOBACK GIVING 1
                   END-IF
                   IF ic-coverage-enabled
                       PERFORM 2660-load-listing-coverage
                           THRU 2660-exit
                   END-IF
                   PERFORM 2600-write-listing THRU 2600-exit
                   IF ic-audit-enabled
                       PERFORM 9500-write-audit-record
                       GOBACK GIVING 9
                   END-IF
               END-IF
               IF ic-sweep-enabled
                   PERFORM 1300-run-sweep THRU 1300-exit
                   IF ic-audit-enabled
                       PERFORM 9500-write-audit-record
                           THRU 9500-exit
                   END-IF
                   GOBACK GIVING ic-return-code
               END-IF
               IF ic-units-enabled
                   PERFORM 2950-open-unit-files THRU 2950-exit
                   IF ic-unit-open-failed
               PERFORM 3000-run-program THRU 3000-exit
               PERFORM 8000-close-down THRU 8000-exit
               PERFORM 9000-print-closing-report THRU 9000-exit
               IF ic-image-enabled
                   PERFORM 9700-write-memory-image THRU 9700-exit
               END-IF
               IF ic-profile-enabled
                   PERFORM 9100-write-profile-report THRU 9100-exit
               END-IF
               IF ic-coverage-enabled
                   PERFORM 9600-merge-coverage-file THRU 9600-exit
               END-IF
               IF ic-verify-enabled
                   PERFORM 9200-verify-output THRU 9200-exit
               END-IF
               IF ic-outcome-stopped
                   MOVE 8 TO ic-return-code
               END-IF
               IF ic-outcome-diverged
                   MOVE 11 TO ic-return-code
               END-IF
               IF ic-verify-failed AND ic-return-code = ZERO
                   MOVE 4 TO ic-return-code
               END-IF
           IF ic-records-enabled
               PERFORM 1170-load-record-layout THRU 1170-exit
           END-IF.
           IF ic-watch-enabled
               PERFORM 1180-load-watch-file THRU 1180-exit
           END-IF.
           IF ic-debug-enabled
               PERFORM 1116-parse-breakpoint-list THRU 1116-exit
           END-IF.
                               SET ic-numbers-enabled TO TRUE
                           WHEN "EDIT"
                               SET ic-edit-enabled TO TRUE
                           WHEN "PREFLIGHT"
                               SET ic-preflight-enabled TO TRUE
                           WHEN "TRACE"
                               MOVE "TRACE" TO ic-pending-option
                           WHEN "CHECKPOINT"
                               MOVE "STOP" TO ic-pending-option
                           WHEN "RECORDS"
                               MOVE "RECORDS" TO ic-pending-option
                           WHEN "SWEEP"
                               MOVE "SWEEP" TO ic-pending-option
                           WHEN "COVERAGE"
                               MOVE "COVERAGE" TO ic-pending-option
                           WHEN "WATCH"
                               MOVE "WATCH" TO ic-pending-option
                           WHEN "JOURNAL"
                               MOVE "JOURNAL" TO ic-pending-option
                           WHEN "CAPTURE"
                               MOVE "CAPTURE" TO ic-pending-option
                           WHEN "REPLAY"
                               MOVE "REPLAY" TO ic-pending-option
                           WHEN "IMAGE"
                               MOVE "IMAGE" TO ic-pending-option
                           WHEN OTHER
                               DISPLAY "ic: unknown option "
                                   ic-arg-value UPON STDERR
               WHEN "RECORDS"
                   MOVE ic-arg-value TO record-layout-file-name
                   SET ic-records-enabled TO TRUE
               WHEN "SWEEP"
                   MOVE ic-arg-value TO sweep-file-name
                   SET ic-sweep-enabled TO TRUE
               WHEN "COVERAGE"
                   MOVE ic-arg-value TO coverage-file-name
                   SET ic-coverage-enabled TO TRUE
               WHEN "WATCH"
                   MOVE ic-arg-value TO watch-file-name
                   SET ic-watch-enabled TO TRUE
               WHEN "JOURNAL"
                   MOVE ic-arg-value TO journal-file-name
                   SET ic-journal-enabled TO TRUE
               WHEN "CAPTURE"
                   MOVE ic-arg-value TO capture-file-name
                   SET ic-capture-enabled TO TRUE
               WHEN "REPLAY"
                   MOVE ic-arg-value TO replay-file-name
                   SET ic-replay-enabled TO TRUE
               WHEN "IMAGE"
                   MOVE ic-arg-value TO image-file-name
                   SET ic-image-enabled TO TRUE
           END-EVALUATE.
           MOVE SPACES TO ic-pending-option.
       1115-exit.
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-rpt-enabled
               PERFORM 1174-check-report-rules THRU 1174-exit
           END-IF.
       1170-exit.
           EXIT.

                   SET ic-lay-eof TO TRUE
               NOT AT END
                   IF record-layout-record NOT = SPACES
                       EVALUATE record-layout-record(1:2)
                           WHEN "T,"
                           WHEN "H,"
                           WHEN "P,"
                           WHEN "B,"
                           WHEN "S,"
                               PERFORM 1173-store-report-rule
                                   THRU 1173-exit
                           WHEN OTHER
                               PERFORM 1172-store-layout-entry
                                   THRU 1172-exit
                       END-EVALUATE
                   END-IF
           END-READ.
       1171-exit.
       1172-exit.
           EXIT.

      * one report rule. title and heading text is everything after
      * the rule's comma, commas and all; the numeric rules are
      * checked the same way 1172 checks a field rule.
       1173-store-report-rule.
           SET ic-rpt-enabled TO TRUE.
           MOVE SPACES TO ic-lay-dir-text.
           MOVE SPACES TO ic-lay-start-text.
           MOVE SPACES TO ic-lay-length-text.
           UNSTRING record-layout-record DELIMITED BY ","
               INTO ic-lay-dir-text
                    ic-lay-start-text
                    ic-lay-length-text.
           MOVE ic-lay-start-text TO ic-debug-parse-text.
           PERFORM 4260-parse-debug-number THRU 4260-exit.
           IF ic-debug-parse-bad
               MOVE ZERO TO ic-debug-number-value
           END-IF.
           MOVE ic-debug-number-value TO ic-lay-start.
           MOVE ic-lay-length-text TO ic-debug-parse-text.
           PERFORM 4260-parse-debug-number THRU 4260-exit.
           IF ic-debug-parse-bad
               MOVE ZERO TO ic-debug-number-value
           END-IF.
           MOVE ic-debug-number-value TO ic-lay-length.
           EVALUATE record-layout-record(1:1)
               WHEN "T"
                   IF ic-rpt-title-count >= 4
                       DISPLAY "ic: records: layout allows at most 4 "
                           "title lines" UPON STDERR
                       GOBACK GIVING 1
                   END-IF
                   ADD 1 TO ic-rpt-title-count
                   MOVE record-layout-record(3:)
                       TO ic-rpt-title(ic-rpt-title-count)
               WHEN "H"
                   IF ic-rpt-head-count >= 4
                       DISPLAY "ic: records: layout allows at most 4 "
                           "heading lines" UPON STDERR
                       GOBACK GIVING 1
                   END-IF
                   ADD 1 TO ic-rpt-head-count
                   MOVE record-layout-record(3:)
                       TO ic-rpt-head(ic-rpt-head-count)
               WHEN "P"
                   IF ic-lay-start < 1 OR ic-lay-start > 9999
                      OR ic-lay-length-text NOT = SPACES
                       DISPLAY "ic: records: bad layout line "
                           record-layout-record UPON STDERR
                       GOBACK GIVING 1
                   END-IF
                   MOVE ic-lay-start TO ic-rpt-page-lines
               WHEN OTHER
                   IF ic-lay-start < 1
                      OR ic-lay-length < 1
                      OR ic-lay-start + ic-lay-length - 1 > 256
                      OR (record-layout-record(1:1) = "S"
                          AND ic-lay-length > 19)
                       DISPLAY "ic: records: bad layout line "
                           record-layout-record UPON STDERR
                       GOBACK GIVING 1
                   END-IF
                   IF record-layout-record(1:1) = "B"
                       IF ic-rpt-break-start > ZERO
                           DISPLAY "ic: records: layout allows one "
                               "control-break field" UPON STDERR
                           GOBACK GIVING 1
                       END-IF
                       MOVE ic-lay-start TO ic-rpt-break-start
                       MOVE ic-lay-length TO ic-rpt-break-length
                   ELSE
                       IF ic-rpt-sum-count >= 8
                           DISPLAY "ic: records: layout allows at "
                               "most 8 total fields" UPON STDERR
                           GOBACK GIVING 1
                       END-IF
                       ADD 1 TO ic-rpt-sum-count
                       MOVE ic-lay-start
                           TO ic-rpt-sum-start(ic-rpt-sum-count)
                       MOVE ic-lay-length
                           TO ic-rpt-sum-length(ic-rpt-sum-count)
                   END-IF
           END-EVALUATE.
       1173-exit.
           EXIT.

      * the report rules taken together, once the whole layout is
      * in: every total field must be a numeric output field, the
      * report is as wide as its widest record, heading or title
      * (with the page number), and a page must hold its headings
      * and still have room for a total under them.
       1174-check-report-rules.
           IF ic-lay-out-count = ZERO
               DISPLAY "ic: records: a report needs output field "
                   "rules to print" UPON STDERR
               GOBACK GIVING 1
           END-IF.
           MOVE 256 TO ic-rpt-first-sum-col.
           PERFORM 1175-check-one-sum-field
               VARYING ic-rpt-sum-idx FROM 1 BY 1
               UNTIL ic-rpt-sum-idx > ic-rpt-sum-count.
           MOVE 10 TO ic-rpt-width.
           PERFORM 1176-widen-for-output-field
               VARYING ic-lay-idx FROM 1 BY 1
               UNTIL ic-lay-idx > ic-lay-out-count.
           PERFORM 1177-widen-for-heading
               VARYING ic-lay-idx FROM 1 BY 1
               UNTIL ic-lay-idx > ic-rpt-head-count.
           IF ic-rpt-title-count > ZERO
               MOVE ic-rpt-title(1) TO ic-rpt-text
               PERFORM 1178-measure-report-text THRU 1178-exit
               IF ic-rpt-text-len + 11 > ic-rpt-width
                   COMPUTE ic-rpt-width = ic-rpt-text-len + 11
               END-IF
           END-IF.
           IF ic-rpt-width > 256
               MOVE 256 TO ic-rpt-width
           END-IF.
           COMPUTE ic-rpt-heading-lines =
               ic-rpt-title-count + ic-rpt-head-count + 1.
           IF ic-rpt-title-count = ZERO
               ADD 1 TO ic-rpt-heading-lines
           END-IF.
           IF ic-rpt-page-lines < ic-rpt-heading-lines + 3
               DISPLAY "ic: records: lines per page leaves no room "
                   "for a total under the headings" UPON STDERR
               GOBACK GIVING 1
           END-IF.
       1174-exit.
           EXIT.

       1175-check-one-sum-field.
           SET ic-rec-type-not-matched TO TRUE.
           PERFORM 1179-match-sum-to-output-field
               VARYING ic-lay-idx FROM 1 BY 1
               UNTIL ic-lay-idx > ic-lay-out-count.
           IF ic-rec-type-not-matched
               DISPLAY "ic: records: total field at column "
                   ic-rpt-sum-start(ic-rpt-sum-idx)
                   " is not a numeric output field" UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-rpt-sum-start(ic-rpt-sum-idx) < ic-rpt-first-sum-col
               MOVE ic-rpt-sum-start(ic-rpt-sum-idx)
                   TO ic-rpt-first-sum-col
           END-IF.
       1175-exit.
           EXIT.

       1176-widen-for-output-field.
           IF ic-lay-out-start(ic-lay-idx)
                  + ic-lay-out-length(ic-lay-idx) - 1 > ic-rpt-width
               COMPUTE ic-rpt-width = ic-lay-out-start(ic-lay-idx)
                   + ic-lay-out-length(ic-lay-idx) - 1
           END-IF.
       1176-exit.
           EXIT.

       1177-widen-for-heading.
           MOVE ic-rpt-head(ic-lay-idx) TO ic-rpt-text.
           PERFORM 1178-measure-report-text THRU 1178-exit.
           IF ic-rpt-text-len > ic-rpt-width
               MOVE ic-rpt-text-len TO ic-rpt-width
           END-IF.
       1177-exit.
           EXIT.

      * ic-rpt-text's length without its trailing spaces.
       1178-measure-report-text.
           MOVE LENGTH OF ic-rpt-text TO ic-rpt-text-len.
           PERFORM 1188-back-over-one-space
               UNTIL ic-rpt-text-len = ZERO
                  OR ic-rpt-text(ic-rpt-text-len:1) NOT = SPACE.
       1178-exit.
           EXIT.

       1179-match-sum-to-output-field.
           IF ic-lay-out-kind(ic-lay-idx) = "N"
              AND ic-lay-out-start(ic-lay-idx)
                  = ic-rpt-sum-start(ic-rpt-sum-idx)
              AND ic-lay-out-length(ic-lay-idx)
                  = ic-rpt-sum-length(ic-rpt-sum-idx)
               SET ic-rec-type-matched TO TRUE
           END-IF.
       1179-exit.
           EXIT.

       1188-back-over-one-space.
           SUBTRACT 1 FROM ic-rpt-text-len.
       1188-exit.
           EXIT.

      * reads the watch file after the symbol file, so a watched cell
      * can be named by its label. each cell's label (given, or
      * looked up for a numeric address) rides along on its journal
      * records. a cell listed twice is watched once.
       1180-load-watch-file.
           MOVE ZERO TO ic-wch-count.
           SET ic-wch-not-eof TO TRUE.
           OPEN INPUT watch-file.
           PERFORM 1181-read-one-watch-line UNTIL ic-wch-eof.
           CLOSE watch-file.
           IF ic-wch-count = ZERO
               DISPLAY "ic: watch file names no cells" UPON STDERR
               GOBACK GIVING 1
           END-IF.
       1180-exit.
           EXIT.

       1181-read-one-watch-line.
           READ watch-file
               AT END
                   SET ic-wch-eof TO TRUE
               NOT AT END
                   IF watch-record NOT = SPACES
                       PERFORM 1182-store-watch-entry THRU 1182-exit
                   END-IF
           END-READ.
       1181-exit.
           EXIT.

       1182-store-watch-entry.
           MOVE watch-record TO ic-wch-text.
           MOVE ic-wch-text TO ic-debug-parse-text.
           PERFORM 4270-resolve-debug-address THRU 4270-exit.
           IF ic-debug-parse-bad
              OR watch-record(33:48) NOT = SPACES
              OR ic-debug-number-value < ZERO
              OR ic-debug-number-value >= ic-memory-limit
               DISPLAY "ic: bad watch line " watch-record
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           SET ic-wch-not-duplicate TO TRUE.
           PERFORM 1183-match-one-watch-entry
               VARYING ic-wch-dup-idx FROM 1 BY 1
               UNTIL ic-wch-dup-idx > ic-wch-count.
           IF ic-wch-duplicate
               DISPLAY "ic: watch: " ic-wch-text
                   " is listed more than once; watched once"
                   UPON STDERR
           ELSE
               IF ic-wch-count >= 32
                   DISPLAY "ic: watch file allows at most 32 cells"
                       UPON STDERR
                   GOBACK GIVING 1
               END-IF
               ADD 1 TO ic-wch-count
               MOVE ic-debug-number-value TO ic-wch-addr(ic-wch-count)
               MOVE ic-debug-number-value TO ic-sym-lookup-addr
               PERFORM 9160-symbol-for-address THRU 9160-exit
               MOVE ic-sym-label TO ic-wch-label(ic-wch-count)
           END-IF.
       1182-exit.
           EXIT.

       1183-match-one-watch-entry.
           IF ic-wch-addr(ic-wch-dup-idx) = ic-debug-number-value
               SET ic-wch-duplicate TO TRUE
           END-IF.
       1183-exit.
           EXIT.

      * batch mode: control-file names one job per line (program,
      * input, output), and each job runs the normal fresh-load,
      * validate, execute, report cycle in turn; a job whose program
      * 2500-validate-program) instead of aborting the whole batch, so
      * one bad program doesn't cost the rest of the night's jobs.
       1200-run-batch.
           ACCEPT ic-batch-id(1:8) FROM DATE YYYYMMDD.
           ACCEPT ic-audit-time-raw FROM TIME.
           MOVE ic-audit-time-raw(1:6) TO ic-batch-id(9:6).
           IF ic-restart-enabled
               PERFORM 1270-load-restart-file THRU 1270-exit
               PERFORM 1276-rerun-carry-sources THRU 1276-exit
           END-IF.
           OPEN INPUT control-file.
           IF ic-summary-enabled
               OPEN OUTPUT summary-file
           END-IF.
           IF ic-watch-enabled
               OPEN OUTPUT journal-file
           END-IF.
           SET ic-batch-not-eof TO TRUE.
           PERFORM 1210-run-one-batch-job UNTIL ic-batch-eof.
           IF ic-summary-enabled
               PERFORM 1250-write-summary-totals THRU 1250-exit
               CLOSE summary-file
           END-IF.
           IF ic-watch-enabled
               CLOSE journal-file
           END-IF.
           CLOSE control-file.
       1200-exit.
           EXIT.
           MOVE SPACES TO ic-batch-verify-name.
           MOVE SPACES TO ic-batch-job-name.
           MOVE SPACES TO ic-batch-condition.
           MOVE SPACES TO ic-batch-carry.
           UNSTRING control-record DELIMITED BY ","
               INTO ic-batch-program-name
                    ic-batch-input-name
                    ic-batch-output-name
                    ic-batch-verify-name
                    ic-batch-job-name
                    ic-batch-condition
                    ic-batch-carry.
       1220-exit.
           EXIT.

      * run - without this, a later job's closing report could still
      * show an earlier job's high-water mark and leftover cell values.
       1230-run-one-batch-program.
           MOVE ic-carry-ready-switch TO ic-carry-offer-switch.
           MOVE ic-rst-skip-switch TO ic-carry-prev-rst-switch.
           SET ic-carry-not-ready TO TRUE.
           SET ic-carry-no-job TO TRUE.
           SET ic-carry-accepted TO TRUE.
           MOVE ZERO TO ic-carry-from-seq.
      * a CARRY job needs no program field; left blank, it carries
      * the name of the program the job before it ran, so its
      * summary, audit and ledger records say what is really running
      * - whether or not the carry is then allowed, so that a RESTART
      * finds the same name in the ledger that this submission wrote.
           IF ic-batch-carry NOT = SPACES
               SET ic-carry-job TO TRUE
               IF ic-batch-program-name = SPACES
                   MOVE ic-carry-program-name TO ic-batch-program-name
               END-IF
               IF ic-carry-offered
                   MOVE ic-carry-ready-seq TO ic-carry-from-seq
               ELSE
                   COMPUTE ic-carry-from-seq = ic-sum-jobs-read - 1
               END-IF
           END-IF.
           MOVE ic-batch-program-name TO ic-carry-program-name.
           MOVE ic-batch-program-name TO program-name.
           MOVE ic-batch-input-name TO input-file-name.
           MOVE ic-batch-output-name TO output-file-name.
               END-IF
               SET ic-verify-disabled TO TRUE
           END-IF.
      * a CARRY job keeps the memory the job before it left; 1234
      * decides whether it may start from it, and a CARRY job that
      * does not run leaves the reset to the job after it.
           IF ic-carry-no-job
               MOVE ZERO TO ic-program-length
               INITIALIZE ic-memory
           END-IF.
           MOVE ZERO TO ic-instr-count.
           MOVE ZERO TO ic-attempt-count.
           MOVE ZERO TO ic-ip.
           MOVE ZERO TO ic-relative-base.
           MOVE ZERO TO ic-high-water-mark.
      * the instance swap loops only copy as far as the current job's
      * memory footprint, so an earlier job's scratch cells must be
      * cleared out of the instance tables here or they would leak
                       " (condition)" UPON STDERR
                   ADD 1 TO ic-sum-jobs-skipped
               ELSE
                   IF ic-carry-job
                       PERFORM 1234-check-carry THRU 1234-exit
                   END-IF
                   IF ic-carry-refused
                       ADD 1 TO ic-sum-jobs-skipped
                       MOVE "CARRY-REFUSED" TO ic-sum-disposition
                       MOVE 13 TO ic-job-return-code
                   ELSE
                       PERFORM 1232-load-and-run-job THRU 1232-exit
                   END-IF
               END-IF
           END-IF.
           PERFORM 1264-record-job-result THRU 1264-exit.
      * the load, validate, execute, report cycle for one batch job
      * whose condition (if any) said to run it.
       1232-load-and-run-job.
           IF ic-carry-job
               SET ic-load-fits TO TRUE
           ELSE
               PERFORM 2000-load-program THRU 2000-exit
               IF ic-catalog-enabled AND ic-load-fits
                   PERFORM 2400-check-catalog THRU 2400-exit
               END-IF
           END-IF.
      * a carried job's memory is the job before it's final image,
      * not a deck; its counts go under the deck key that job noted
      * from what it loaded, still in ic-cov-deck-words/-cks.
           IF ic-coverage-enabled AND ic-load-fits AND ic-carry-no-job
               PERFORM 9605-note-coverage-deck THRU 9605-exit
           END-IF.
           IF ic-cat-ok AND ic-patch-enabled
               PERFORM 2300-apply-patch-deck THRU 2300-exit
               PERFORM 3000-run-program THRU 3000-exit
               PERFORM 8000-close-down THRU 8000-exit
               PERFORM 9000-print-closing-report THRU 9000-exit
               IF ic-coverage-enabled
                   PERFORM 9600-merge-coverage-file THRU 9600-exit
               END-IF
               IF ic-verify-enabled
                   PERFORM 9200-verify-output THRU 9200-exit
               END-IF
      * a clean halt whose output passed its VERIFY (if it had one)
      * leaves memory the next job may CARRY from: the loaded cells
      * and every cell the run wrote past them. a job that produced
      * wrong output does not get to feed the next stage.
               IF ic-outcome-clean-halt
                  AND NOT (ic-verify-enabled AND ic-verify-failed)
                   SET ic-carry-ready TO TRUE
                   MOVE ic-sum-jobs-read TO ic-carry-ready-seq
                   MOVE ic-cat-version-tag TO ic-carry-version-tag
                   MOVE ic-program-length TO ic-carry-cell-count
                   IF ic-high-water-mark + 1 > ic-carry-cell-count
                       COMPUTE ic-carry-cell-count =
                           ic-high-water-mark + 1
                   END-IF
               END-IF
               ADD 1 TO ic-sum-jobs-run
               EVALUATE TRUE
                   WHEN ic-outcome-abended
       1232-exit.
           EXIT.

      * a CARRY job starts from the memory the job before it left,
      * and only from a job that ran to a clean halt and passed its
      * VERIFY: an abend, a limit or an operator stop leaves memory
      * part way through its work, a failed VERIFY says the work was
      * wrong, and a job that was skipped or refused left none. the
      * carried memory keeps the release it was loaded as, and the
      * catalog is not asked again - no deck is read from disk.
      * on a RESTART, 1276 has already taken the job a CARRY job
      * starts from out of the ledger so it runs again; a job the
      * ledger still skips here is one the control file no longer
      * matches (or past the ledger's 256 jobs), and the operator
      * must remove the carried-from job's ledger line and resubmit
      * to run the pair.
       1234-check-carry.
           MOVE ic-sum-jobs-read TO ic-carry-seq-disp.
           EVALUATE TRUE
               WHEN ic-batch-carry NOT = "CARRY"
                   DISPLAY "ic: carry refused for job "
                       ic-carry-seq-disp " - carry field is not "
                       "CARRY: " ic-batch-carry UPON STDERR
                   SET ic-carry-refused TO TRUE
               WHEN ic-amplify-enabled
                   DISPLAY "ic: carry refused for job "
                       ic-carry-seq-disp " - an amplifier ring has "
                       "no single memory to carry" UPON STDERR
                   SET ic-carry-refused TO TRUE
               WHEN ic-sum-jobs-read = 1
                   DISPLAY "ic: carry refused for job "
                       ic-carry-seq-disp " - there is no job before "
                       "it to carry from" UPON STDERR
                   SET ic-carry-refused TO TRUE
               WHEN ic-carry-prev-rst-skipped
                   DISPLAY "ic: carry refused for job "
                       ic-carry-seq-disp " - the job before it was "
                       "skipped as already completed, and its memory "
                       "went with the earlier submission" UPON STDERR
                   SET ic-carry-refused TO TRUE
               WHEN ic-carry-not-offered
                   DISPLAY "ic: carry refused for job "
                       ic-carry-seq-disp " - the job before it did "
                       "not end in a clean halt with its output "
                       "verified" UPON STDERR
                   SET ic-carry-refused TO TRUE
               WHEN OTHER
                   MOVE ic-carry-cell-count TO ic-program-length
                   MOVE ic-carry-version-tag TO ic-cat-version-tag
                   MOVE ic-carry-from-seq TO ic-carry-from-disp
                   DISPLAY "ic: job " ic-carry-seq-disp
                       " starts from the memory of job "
                       ic-carry-from-disp UPON STDERR
           END-EVALUATE.
       1234-exit.
           EXIT.

      * one summary record per control-file job: the three file names
      * from the control line in fixed columns, the job's disposition
      * and return code, and the instructions it executed (zero for a
      * closing totals line: jobs read from the control file, jobs
      * actually run (including abends) and jobs skipped by
      * validation, so the document reconciles against the control
      * file at a glance - then the batch's identity, the key its
      * audit records carry.
       1250-write-summary-totals.
           MOVE SPACES TO summary-record.
           MOVE 1 TO ic-sum-ptr.
               WITH POINTER ic-sum-ptr.
           MOVE ic-sum-jobs-skipped TO ic-sum-count-disp.
           STRING " SKIPPED " ic-sum-count-disp
               " BATCH " ic-batch-id
               DELIMITED BY SIZE INTO summary-record
               WITH POINTER ic-sum-ptr.
           WRITE summary-record.
       1272-exit.
           EXIT.

      * a CARRY job needs the memory the job before it finished with,
      * and a job skipped from the ledger has none to give. so before
      * the batch starts, the control file is passed once to note
      * which jobs carry, and from the last job back, any ledger job
      * that a job still to run carries from comes out of the ledger
      * and runs again - working backward lets that reach up a chain
      * of carried stages to the first one the ledger would skip.
       1276-rerun-carry-sources.
           MOVE ZERO TO ic-rst-scan-count.
           OPEN INPUT control-file.
           SET ic-batch-not-eof TO TRUE.
           PERFORM 1277-note-one-carry UNTIL ic-batch-eof.
           CLOSE control-file.
           PERFORM 1278-keep-carry-source
               VARYING ic-rst-scan-seq FROM ic-rst-scan-count BY -1
               UNTIL ic-rst-scan-seq < 2.
       1276-exit.
           EXIT.

       1277-note-one-carry.
           READ control-file
               AT END
                   SET ic-batch-eof TO TRUE
               NOT AT END
                   IF ic-rst-scan-count < 256
                       ADD 1 TO ic-rst-scan-count
                       PERFORM 1220-parse-batch-line THRU 1220-exit
                       IF ic-batch-carry NOT = SPACES
                           SET ic-rst-job-carries(ic-rst-scan-count)
                               TO TRUE
                       END-IF
                   END-IF
           END-READ.
       1277-exit.
           EXIT.

       1278-keep-carry-source.
           IF ic-rst-job-carries(ic-rst-scan-seq)
              AND NOT ic-rst-job-done(ic-rst-scan-seq)
              AND ic-rst-job-done(ic-rst-scan-seq - 1)
               SET ic-rst-job-not-done(ic-rst-scan-seq - 1) TO TRUE
               SET ic-rst-job-rerun(ic-rst-scan-seq - 1) TO TRUE
               MOVE ic-rst-scan-seq TO ic-rst-carry-disp
               COMPUTE ic-rst-seq-disp = ic-rst-scan-seq - 1
               DISPLAY "ic: restart: job " ic-rst-seq-disp
                   " runs again - job " ic-rst-carry-disp
                   " carries from its memory" UPON STDERR
           END-IF.
       1278-exit.
           EXIT.

      * appends the job just completed cleanly to the ledger, opened
      * and closed around the single record the way audit-file is, so
      * the ledger survives whatever later kills the batch. a job
      * 1278 ran again for a CARRY job's sake already has its line
      * on file from the submission that first completed it.
       1274-append-restart-record.
           EVALUATE TRUE
               WHEN ic-sum-jobs-read > 256
                   DISPLAY "ic: restart: job " ic-sum-jobs-read
                       " is beyond the ledger's capacity; not recorded"
                       UPON STDERR
               WHEN ic-rst-job-rerun(ic-sum-jobs-read)
                   CONTINUE
               WHEN OTHER
                   MOVE ic-sum-jobs-read TO ic-rst-seq-disp
                   MOVE SPACES TO restart-record
                   MOVE 1 TO ic-rst-ptr
                   STRING ic-rst-seq-disp "," DELIMITED BY SIZE
                       ic-batch-program-name DELIMITED BY " "
                       INTO restart-record
                       WITH POINTER ic-rst-ptr
                   OPEN EXTEND restart-file
                   WRITE restart-record
                   CLOSE restart-file
           END-EVALUATE.
       1274-exit.
           EXIT.

      * SWEEP: runs the validated load image once for every
      * combination of the varied cells' values, each run starting
      * from a fresh copy of the image with the combination applied
      * through the same cell override PATCH uses, under the same
      * MAXINSTR watchdog a single run would have. one report line
      * per combination, hits flagged, totals at the foot. nothing
      * is written to the output file - a sweep is looking for the
      * inputs that work, not producing a run's output.
       1300-run-sweep.
           PERFORM 1310-load-sweep-control THRU 1310-exit.
           PERFORM 1320-save-sweep-image THRU 1320-exit.
           SET ic-patch-echo-off TO TRUE.
           OPEN OUTPUT sweep-report-file.
           PERFORM 1330-write-sweep-heading THRU 1330-exit.
           PERFORM 1335-start-vary-value
               VARYING ic-swp-idx FROM 1 BY 1
               UNTIL ic-swp-idx > ic-swp-vary-count.
           SET ic-swp-not-done TO TRUE.
           PERFORM 1340-run-one-combination THRU 1340-exit
               UNTIL ic-swp-done.
           PERFORM 1380-write-sweep-totals THRU 1380-exit.
           CLOSE sweep-report-file.
           IF ic-coverage-enabled
               PERFORM 9600-merge-coverage-file THRU 9600-exit
           END-IF.
           SET ic-patch-echo-on TO TRUE.
           EVALUATE TRUE
               WHEN ic-outcome-stopped
                   MOVE 8 TO ic-return-code
               WHEN ic-swp-hit-count = ZERO
                   MOVE 10 TO ic-return-code
               WHEN OTHER
                   MOVE ZERO TO ic-return-code
           END-EVALUATE.
      * the audit trail's instruction column carries the whole
      * sweep's work, held to what the column can show.
           IF ic-swp-instr-total > 999999999
               MOVE 999999999 TO ic-instr-count
           ELSE
               MOVE ic-swp-instr-total TO ic-instr-count
           END-IF.
       1300-exit.
           EXIT.

      * reads the sweep control file: up to four VARY lines, one
      * TARGET line and the REPORT line naming where the report
      * goes. anything it cannot use stops the run before a single
      * combination is tried - a sweep that quietly ignored a line
      * would search the wrong space and say so with confidence.
       1310-load-sweep-control.
           MOVE ZERO TO ic-swp-vary-count.
           SET ic-swp-target-none TO TRUE.
           MOVE SPACES TO sweep-report-file-name.
           SET ic-swp-not-eof TO TRUE.
           OPEN INPUT sweep-file.
           PERFORM 1311-read-one-sweep-line UNTIL ic-swp-eof.
           CLOSE sweep-file.
           IF ic-swp-vary-count = ZERO
              OR ic-swp-target-none
              OR sweep-report-file-name = SPACES
               DISPLAY "ic: sweep: control file needs at least one "
                   "VARY line, a TARGET line and a REPORT line"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
       1310-exit.
           EXIT.

       1311-read-one-sweep-line.
           READ sweep-file
               AT END
                   SET ic-swp-eof TO TRUE
               NOT AT END
                   IF sweep-record NOT = SPACES
                       PERFORM 1312-parse-sweep-line THRU 1312-exit
                   END-IF
           END-READ.
       1311-exit.
           EXIT.

       1312-parse-sweep-line.
           MOVE SPACES TO ic-swp-verb-text.
           MOVE SPACES TO ic-swp-field-1.
           MOVE SPACES TO ic-swp-field-2.
           MOVE SPACES TO ic-swp-field-3.
           MOVE SPACES TO ic-swp-field-4.
           UNSTRING sweep-record DELIMITED BY ","
               INTO ic-swp-verb-text
                    ic-swp-field-1
                    ic-swp-field-2
                    ic-swp-field-3
                    ic-swp-field-4.
           EVALUATE ic-swp-verb-text
               WHEN "VARY"
                   PERFORM 1313-store-vary-line THRU 1313-exit
               WHEN "TARGET"
                   PERFORM 1314-store-target-line THRU 1314-exit
               WHEN "REPORT"
                   IF ic-swp-field-1 = SPACES
                       PERFORM 1319-reject-sweep-line THRU 1319-exit
                   END-IF
                   MOVE ic-swp-field-1 TO sweep-report-file-name
               WHEN OTHER
                   PERFORM 1319-reject-sweep-line THRU 1319-exit
           END-EVALUATE.
       1312-exit.
           EXIT.

      * VARY,cell,from,to[,step] - the cell by address or, with a
      * symbol file loaded, by label, the same way the debugger and
      * PATCH name cells. a cell has to lie inside the loaded
      * program: an override past its end would be varying scratch
      * memory the program clears for itself.
       1313-store-vary-line.
           IF ic-swp-vary-count >= 4
               DISPLAY "ic: sweep: at most 4 VARY lines are allowed"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF ic-swp-field-1(33:224) NOT = SPACES
               PERFORM 1319-reject-sweep-line THRU 1319-exit
           END-IF.
           MOVE ic-swp-field-1 TO ic-debug-parse-text.
           PERFORM 4270-resolve-debug-address THRU 4270-exit.
           IF ic-debug-parse-bad
              OR ic-debug-number-value < 0
              OR ic-debug-number-value >= ic-program-length
               DISPLAY "ic: sweep: VARY cell " ic-swp-field-1(1:32)
                   " is not an address inside the loaded program"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           ADD 1 TO ic-swp-vary-count.
           MOVE ic-debug-number-value
               TO ic-swp-vary-addr(ic-swp-vary-count).
           MOVE ic-swp-field-2 TO ic-debug-parse-text.
           PERFORM 4260-parse-debug-number THRU 4260-exit.
           IF ic-debug-parse-bad
               PERFORM 1319-reject-sweep-line THRU 1319-exit
           END-IF.
           MOVE ic-debug-number-value
               TO ic-swp-vary-from(ic-swp-vary-count).
           MOVE ic-swp-field-3 TO ic-debug-parse-text.
           PERFORM 4260-parse-debug-number THRU 4260-exit.
           IF ic-debug-parse-bad
               PERFORM 1319-reject-sweep-line THRU 1319-exit
           END-IF.
           MOVE ic-debug-number-value
               TO ic-swp-vary-to(ic-swp-vary-count).
           IF ic-swp-field-4 = SPACES
               MOVE 1 TO ic-swp-vary-step(ic-swp-vary-count)
           ELSE
               MOVE ic-swp-field-4 TO ic-debug-parse-text
               PERFORM 4260-parse-debug-number THRU 4260-exit
               IF ic-debug-parse-bad
                   PERFORM 1319-reject-sweep-line THRU 1319-exit
               END-IF
               MOVE ic-debug-number-value
                   TO ic-swp-vary-step(ic-swp-vary-count)
           END-IF.
           IF ic-swp-vary-step(ic-swp-vary-count) < 1
              OR ic-swp-vary-to(ic-swp-vary-count)
                 < ic-swp-vary-from(ic-swp-vary-count)
               DISPLAY "ic: sweep: VARY range for " ic-swp-field-1(1:32)
                   " must run upward by a positive step" UPON STDERR
               GOBACK GIVING 1
           END-IF.
       1313-exit.
           EXIT.

      * TARGET,CELL,cell,value - a hit leaves that cell holding the
      * value when the program halts; TARGET,OUTPUT,value - a hit's
      * last output value is the value. either way only a clean halt
      * can be a hit.
       1314-store-target-line.
           IF NOT ic-swp-target-none
               DISPLAY "ic: sweep: only one TARGET line is allowed"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           EVALUATE ic-swp-field-1
               WHEN "CELL"
                   MOVE ic-swp-field-2 TO ic-debug-parse-text
                   PERFORM 4270-resolve-debug-address THRU 4270-exit
                   IF ic-debug-parse-bad
                      OR ic-debug-number-value < 0
                      OR ic-debug-number-value >= ic-memory-limit
                       PERFORM 1319-reject-sweep-line THRU 1319-exit
                   END-IF
                   MOVE ic-debug-number-value TO ic-swp-target-addr
                   MOVE ic-swp-field-3 TO ic-debug-parse-text
                   PERFORM 4260-parse-debug-number THRU 4260-exit
                   IF ic-debug-parse-bad
                       PERFORM 1319-reject-sweep-line THRU 1319-exit
                   END-IF
                   MOVE ic-debug-number-value TO ic-swp-target-value
                   SET ic-swp-target-cell TO TRUE
               WHEN "OUTPUT"
                   MOVE ic-swp-field-2 TO ic-debug-parse-text
                   PERFORM 4260-parse-debug-number THRU 4260-exit
                   IF ic-debug-parse-bad
                       PERFORM 1319-reject-sweep-line THRU 1319-exit
                   END-IF
                   MOVE ic-debug-number-value TO ic-swp-target-value
                   SET ic-swp-target-output TO TRUE
               WHEN OTHER
                   PERFORM 1319-reject-sweep-line THRU 1319-exit
           END-EVALUATE.
       1314-exit.
           EXIT.

       1319-reject-sweep-line.
           DISPLAY "ic: sweep: bad control line: " sweep-record(1:80)
               UPON STDERR.
           GOBACK GIVING 1.
       1319-exit.
           EXIT.

      * puts the validated image aside before the first combination
      * runs over it.
       1320-save-sweep-image.
           MOVE 1 TO ic-swp-copy-idx.
           PERFORM 1321-save-one-sweep-cell
               UNTIL ic-swp-copy-idx > ic-program-length.
       1320-exit.
           EXIT.

       1321-save-one-sweep-cell.
           MOVE ic-cell(ic-swp-copy-idx)
               TO ic-swp-cell(ic-swp-copy-idx).
           ADD 1 TO ic-swp-copy-idx.
       1321-exit.
           EXIT.

       1330-write-sweep-heading.
           MOVE SPACES TO ic-swp-line.
           MOVE 1 TO ic-swp-ptr.
           STRING "SWEEP OF " DELIMITED BY SIZE
               program-name DELIMITED BY " "
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           WRITE sweep-report-record FROM ic-swp-line.
           PERFORM 1331-write-vary-heading
               VARYING ic-swp-idx FROM 1 BY 1
               UNTIL ic-swp-idx > ic-swp-vary-count.
           MOVE SPACES TO ic-swp-line.
           MOVE ic-swp-target-value TO ic-swp-value-disp.
           IF ic-swp-target-cell
               MOVE ic-swp-target-addr TO ic-swp-addr-disp
               STRING "TARGET CELL " ic-swp-addr-disp " = "
                   ic-swp-value-disp DELIMITED BY SIZE
                   INTO ic-swp-line
           ELSE
               STRING "TARGET OUTPUT = " ic-swp-value-disp
                   DELIMITED BY SIZE
                   INTO ic-swp-line
           END-IF.
           WRITE sweep-report-record FROM ic-swp-line.
           MOVE SPACES TO sweep-report-record.
           WRITE sweep-report-record.
       1330-exit.
           EXIT.

       1331-write-vary-heading.
           MOVE SPACES TO ic-swp-line.
           MOVE ic-swp-vary-addr(ic-swp-idx) TO ic-swp-addr-disp.
           MOVE 1 TO ic-swp-ptr.
           STRING "VARY CELL " ic-swp-addr-disp DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           MOVE ic-swp-vary-from(ic-swp-idx) TO ic-swp-value-disp.
           STRING " FROM " ic-swp-value-disp DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           MOVE ic-swp-vary-to(ic-swp-idx) TO ic-swp-value-disp.
           STRING " TO " ic-swp-value-disp DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           MOVE ic-swp-vary-step(ic-swp-idx) TO ic-swp-value-disp.
           STRING " STEP " ic-swp-value-disp DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           WRITE sweep-report-record FROM ic-swp-line.
       1331-exit.
           EXIT.

       1335-start-vary-value.
           MOVE ic-swp-vary-from(ic-swp-idx)
               TO ic-swp-vary-value(ic-swp-idx).
       1335-exit.
           EXIT.

      * one combination: a fresh image with the current values
      * applied, the input reopened from its start, the program run
      * until it halts or the watchdog trips, then judged, reported,
      * and the values moved on to the next combination.
       1340-run-one-combination.
           PERFORM 1345-restore-sweep-image THRU 1345-exit.
           PERFORM 1347-apply-vary-value
               VARYING ic-swp-idx FROM 1 BY 1
               UNTIL ic-swp-idx > ic-swp-vary-count.
           IF ic-numbers-enabled
               OPEN INPUT numeric-input-file
           ELSE
               OPEN INPUT input-file
           END-IF.
           PERFORM 4000-execute-instruction UNTIL ic-halted.
           IF ic-numbers-enabled
               CLOSE numeric-input-file
           ELSE
               CLOSE input-file
           END-IF.
           ADD 1 TO ic-swp-combo-count.
           ADD ic-instr-count TO ic-swp-instr-total.
           PERFORM 1350-judge-combination THRU 1350-exit.
           PERFORM 1355-write-combination-line THRU 1355-exit.
           IF ic-outcome-stopped
               SET ic-swp-done TO TRUE
           ELSE
               PERFORM 1360-advance-vary-values THRU 1360-exit
           END-IF.
       1340-exit.
           EXIT.

      * the image is copied back only as far as the last combination
      * wrote; cells past the program's end return to zero, which is
      * what they held when the image was first loaded.
       1345-restore-sweep-image.
           MOVE ic-program-length TO ic-swp-copy-limit.
           IF ic-high-water-mark + 1 > ic-swp-copy-limit
               COMPUTE ic-swp-copy-limit = ic-high-water-mark + 1
           END-IF.
           MOVE 1 TO ic-swp-copy-idx.
           PERFORM 1346-restore-one-sweep-cell
               UNTIL ic-swp-copy-idx > ic-swp-copy-limit.
           MOVE ZERO TO ic-ip.
           MOVE ZERO TO ic-relative-base.
           MOVE ZERO TO ic-instr-count.
           MOVE ZERO TO ic-attempt-count.
           MOVE ZERO TO ic-high-water-mark.
           MOVE ZERO TO ic-input-bytes-read.
           SET ic-not-halted TO TRUE.
           SET ic-outcome-clean-halt TO TRUE.
           SET ic-swp-no-output TO TRUE.
       1345-exit.
           EXIT.

       1346-restore-one-sweep-cell.
           IF ic-swp-copy-idx > ic-program-length
               MOVE ZERO TO ic-cell(ic-swp-copy-idx)
           ELSE
               MOVE ic-swp-cell(ic-swp-copy-idx)
                   TO ic-cell(ic-swp-copy-idx)
           END-IF.
           ADD 1 TO ic-swp-copy-idx.
       1346-exit.
           EXIT.

       1347-apply-vary-value.
           MOVE ic-swp-vary-addr(ic-swp-idx) TO ic-patch-addr.
           MOVE ic-swp-vary-value(ic-swp-idx) TO ic-patch-value.
           PERFORM 2330-apply-patch-cell THRU 2330-exit.
       1347-exit.
           EXIT.

       1350-judge-combination.
           SET ic-swp-no-hit TO TRUE.
           EVALUATE TRUE
               WHEN ic-outcome-clean-halt
                   ADD 1 TO ic-swp-clean-count
                   MOVE "CLEAN" TO ic-swp-outcome-text
               WHEN ic-outcome-abended
                   ADD 1 TO ic-swp-abend-count
                   MOVE "ABEND" TO ic-swp-outcome-text
               WHEN ic-outcome-limit
                   ADD 1 TO ic-swp-limit-count
                   MOVE "LIMIT" TO ic-swp-outcome-text
               WHEN OTHER
                   MOVE "STOPPED" TO ic-swp-outcome-text
           END-EVALUATE.
           IF ic-outcome-clean-halt
               IF (ic-swp-target-cell
                   AND ic-cell(ic-swp-target-addr + 1)
                       = ic-swp-target-value)
                  OR (ic-swp-target-output
                   AND ic-swp-output-seen
                   AND ic-swp-last-output = ic-swp-target-value)
                   SET ic-swp-hit TO TRUE
                   ADD 1 TO ic-swp-hit-count
               END-IF
           END-IF.
       1350-exit.
           EXIT.

      * the result column is the target cell's final value, or the
      * last output value for an OUTPUT target (NONE when the
      * combination wrote nothing).
       1355-write-combination-line.
           MOVE SPACES TO ic-swp-line.
           MOVE 1 TO ic-swp-ptr.
           MOVE ic-swp-combo-count TO ic-swp-combo-disp.
           STRING ic-swp-combo-disp DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           PERFORM 1356-append-vary-value
               VARYING ic-swp-idx FROM 1 BY 1
               UNTIL ic-swp-idx > ic-swp-vary-count.
           STRING "  " ic-swp-outcome-text " RESULT "
               DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           EVALUATE TRUE
               WHEN ic-swp-target-cell
                   MOVE ic-cell(ic-swp-target-addr + 1)
                       TO ic-swp-value-disp
                   STRING ic-swp-value-disp DELIMITED BY SIZE
                       INTO ic-swp-line
                       WITH POINTER ic-swp-ptr
               WHEN ic-swp-output-seen
                   MOVE ic-swp-last-output TO ic-swp-value-disp
                   STRING ic-swp-value-disp DELIMITED BY SIZE
                       INTO ic-swp-line
                       WITH POINTER ic-swp-ptr
               WHEN OTHER
                   STRING "               NONE" DELIMITED BY SIZE
                       INTO ic-swp-line
                       WITH POINTER ic-swp-ptr
           END-EVALUATE.
           IF ic-swp-hit
               STRING "  *** HIT ***" DELIMITED BY SIZE
                   INTO ic-swp-line
                   WITH POINTER ic-swp-ptr
           END-IF.
           WRITE sweep-report-record FROM ic-swp-line.
           IF ic-swp-hit
               DISPLAY "ic: sweep: hit: " ic-swp-line(1:ic-swp-ptr - 1)
           END-IF.
       1355-exit.
           EXIT.

       1356-append-vary-value.
           MOVE ic-swp-vary-addr(ic-swp-idx) TO ic-swp-addr-disp.
           MOVE ic-swp-vary-value(ic-swp-idx) TO ic-swp-value-disp.
           STRING "  CELL " ic-swp-addr-disp "=" ic-swp-value-disp
               DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
       1356-exit.
           EXIT.

      * steps the values like an odometer: the last VARY cell moves
      * first, and a cell that runs past its range goes back to its
      * start and moves the one before it on. the sweep is done when
      * the first cell runs past its range.
       1360-advance-vary-values.
           MOVE ic-swp-vary-count TO ic-swp-idx.
           SET ic-swp-not-advanced TO TRUE.
           PERFORM 1361-advance-one-vary-value THRU 1361-exit
               UNTIL ic-swp-advanced.
       1360-exit.
           EXIT.

       1361-advance-one-vary-value.
           IF ic-swp-idx < 1
               SET ic-swp-done TO TRUE
               SET ic-swp-advanced TO TRUE
           ELSE
               ADD ic-swp-vary-step(ic-swp-idx)
                   TO ic-swp-vary-value(ic-swp-idx)
               IF ic-swp-vary-value(ic-swp-idx)
                       > ic-swp-vary-to(ic-swp-idx)
                   MOVE ic-swp-vary-from(ic-swp-idx)
                       TO ic-swp-vary-value(ic-swp-idx)
                   SUBTRACT 1 FROM ic-swp-idx
               ELSE
                   SET ic-swp-advanced TO TRUE
               END-IF
           END-IF.
       1361-exit.
           EXIT.

      * called from the output path in place of the write, so an
      * OUTPUT target can be judged once the combination halts.
       1375-note-sweep-output.
           MOVE ic-output-value TO ic-swp-last-output.
           SET ic-swp-output-seen TO TRUE.
       1375-exit.
           EXIT.

       1380-write-sweep-totals.
           MOVE SPACES TO sweep-report-record.
           WRITE sweep-report-record.
           MOVE SPACES TO ic-swp-line.
           MOVE 1 TO ic-swp-ptr.
           MOVE ic-swp-combo-count TO ic-swp-count-disp.
           STRING "TOTALS: COMBINATIONS " ic-swp-count-disp
               DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           MOVE ic-swp-hit-count TO ic-swp-count-disp.
           STRING " HITS " ic-swp-count-disp DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           MOVE ic-swp-clean-count TO ic-swp-count-disp.
           STRING " CLEAN " ic-swp-count-disp DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           MOVE ic-swp-abend-count TO ic-swp-count-disp.
           STRING " ABENDED " ic-swp-count-disp DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           MOVE ic-swp-limit-count TO ic-swp-count-disp.
           STRING " LIMIT " ic-swp-count-disp DELIMITED BY SIZE
               INTO ic-swp-line
               WITH POINTER ic-swp-ptr.
           WRITE sweep-report-record FROM ic-swp-line.
           IF ic-outcome-stopped
               MOVE "SWEEP STOPPED BY OPERATOR REQUEST"
                   TO sweep-report-record
               WRITE sweep-report-record
               DISPLAY "ic: sweep: stopped by operator request"
           END-IF.
           MOVE ic-swp-combo-count TO ic-swp-combo-disp.
           MOVE ic-swp-hit-count TO ic-swp-count-disp.
           DISPLAY "ic: sweep: " ic-swp-combo-disp
               " combinations tried, " ic-swp-count-disp
               " met the target".
       1380-exit.
           EXIT.

      * PREFLIGHT: the whole control file read through the same
      * 1220-parse-batch-line the batch itself uses, and every job
      * checked without running one of them - program, input and
      * verify files there to be opened, input and output named at
      * all, the deck matching its catalog release, the condition
      * field parsing the way 1260-evaluate-condition will parse it,
      * a RUN-IF naming a job that runs before it, and no job name
      * or output file used twice. every problem found is one
      * numbered exception line, so the scheduler can hold the batch
      * before the window opens instead of finding the bad record
      * hours into the night.
       1400-preflight-batch.
           DISPLAY "ic: ---- preflight report ----".
           MOVE SPACES TO ic-pfl-line.
           MOVE 1 TO ic-pfl-ptr.
           STRING "ic: control file: " DELIMITED BY SIZE
               control-file-name DELIMITED BY " "
               INTO ic-pfl-line WITH POINTER ic-pfl-ptr.
           DISPLAY ic-pfl-line(1:ic-pfl-ptr - 1).
           MOVE ZERO TO ic-pfl-exceptions.
           MOVE ZERO TO ic-pfl-job-count.
           MOVE ZERO TO ic-sum-jobs-read.
           MOVE control-file-name TO ic-pfl-probe-name.
           MOVE "control" TO ic-pfl-probe-what.
           PERFORM 1480-probe-file THRU 1480-exit.
           IF ic-pfl-probe-status = "00"
               IF ic-catalog-enabled
                   MOVE catalog-file-name TO ic-pfl-probe-name
                   MOVE "catalog" TO ic-pfl-probe-what
                   PERFORM 1480-probe-file THRU 1480-exit
                   IF ic-pfl-probe-status NOT = "00"
                       SET ic-pfl-catalog-unusable TO TRUE
                   END-IF
               END-IF
               OPEN INPUT control-file
               SET ic-batch-not-eof TO TRUE
               PERFORM 1410-note-one-job UNTIL ic-batch-eof
               CLOSE control-file
               MOVE ZERO TO ic-sum-jobs-read
               OPEN INPUT control-file
               SET ic-batch-not-eof TO TRUE
               PERFORM 1420-check-one-job UNTIL ic-batch-eof
               CLOSE control-file
           END-IF.
           MOVE ic-sum-jobs-read TO ic-pfl-seq-disp.
           MOVE ic-pfl-exceptions TO ic-pfl-exc-disp.
           MOVE ZERO TO ic-pfl-exc-lead.
           INSPECT ic-pfl-exc-disp TALLYING ic-pfl-exc-lead
               FOR LEADING SPACES.
           IF ic-pfl-exceptions = ZERO
               DISPLAY "ic: preflight: " ic-pfl-seq-disp
                   " jobs checked, no exceptions"
           ELSE
               DISPLAY "ic: preflight: " ic-pfl-seq-disp
                   " jobs checked, "
                   ic-pfl-exc-disp(ic-pfl-exc-lead + 1:)
                   " exceptions - hold the batch"
               MOVE 12 TO ic-return-code
           END-IF.
       1400-exit.
           EXIT.

      * first pass: each job's name and output file, by sequence.
       1410-note-one-job.
           READ control-file
               AT END
                   SET ic-batch-eof TO TRUE
               NOT AT END
                   ADD 1 TO ic-sum-jobs-read
                   IF ic-sum-jobs-read <= 256
                       PERFORM 1220-parse-batch-line THRU 1220-exit
                       MOVE ic-sum-jobs-read TO ic-pfl-job-count
                       MOVE ic-batch-job-name
                           TO ic-pfl-job-name(ic-pfl-job-count)
                       MOVE ic-batch-output-name
                           TO ic-pfl-output-name(ic-pfl-job-count)
                   END-IF
           END-READ.
       1410-exit.
           EXIT.

      * second pass: every check, one job at a time, in the order
      * the batch would reach them.
       1420-check-one-job.
           READ control-file
               AT END
                   SET ic-batch-eof TO TRUE
               NOT AT END
                   ADD 1 TO ic-sum-jobs-read
                   PERFORM 1220-parse-batch-line THRU 1220-exit
                   IF ic-sum-jobs-read = 257
                       MOVE SPACES TO ic-pfl-text
                       STRING "control file holds more than 256 "
                           "jobs; later jobs are not cross-checked"
                           DELIMITED BY SIZE INTO ic-pfl-text
                       PERFORM 1490-note-exception THRU 1490-exit
                   END-IF
                   PERFORM 1430-check-job-files THRU 1430-exit
                   PERFORM 1450-check-job-condition THRU 1450-exit
                   PERFORM 1470-check-job-carry THRU 1470-exit
                   PERFORM 1460-check-job-reuse THRU 1460-exit
           END-READ.
       1420-exit.
           EXIT.

      * the files the job opens for reading must be there, and the
      * input and output must be named at all - the run opens both
      * unconditionally. an input that an earlier job writes as its
      * output is one stage feeding the next, and will be there by
      * the time this job runs, so it is not probed. a program that
      * is there is loaded and put to the catalog exactly as
      * 1232-load-and-run-job would.
       1430-check-job-files.
           MOVE "99" TO ic-pfl-probe-status.
      * a CARRY job reads no deck; its program field is only a name.
           EVALUATE TRUE
               WHEN ic-batch-carry NOT = SPACES
                   CONTINUE
               WHEN ic-batch-program-name = SPACES
                   MOVE "no program file named" TO ic-pfl-text
                   PERFORM 1490-note-exception THRU 1490-exit
               WHEN OTHER
                   MOVE ic-batch-program-name TO ic-pfl-probe-name
                   MOVE "program" TO ic-pfl-probe-what
                   PERFORM 1480-probe-file THRU 1480-exit
           END-EVALUATE.
           IF ic-pfl-probe-status = "00" AND ic-catalog-enabled
              AND ic-pfl-catalog-usable
               PERFORM 1440-check-job-catalog THRU 1440-exit
           END-IF.
           IF ic-batch-input-name = SPACES
               MOVE "no input file named" TO ic-pfl-text
               PERFORM 1490-note-exception THRU 1490-exit
           ELSE
               MOVE ZERO TO ic-pfl-match-idx
               PERFORM 1463-match-earlier-output-input
                   VARYING ic-pfl-idx FROM 1 BY 1
                   UNTIL ic-pfl-idx >= ic-sum-jobs-read
                      OR ic-pfl-idx > ic-pfl-job-count
                      OR ic-pfl-match-idx > ZERO
               IF ic-pfl-match-idx = ZERO
                   MOVE ic-batch-input-name TO ic-pfl-probe-name
                   MOVE "input" TO ic-pfl-probe-what
                   PERFORM 1480-probe-file THRU 1480-exit
               END-IF
           END-IF.
           IF ic-batch-output-name = SPACES
               MOVE "no output file named" TO ic-pfl-text
               PERFORM 1490-note-exception THRU 1490-exit
           END-IF.
           IF ic-batch-verify-name NOT = SPACES
               MOVE ic-batch-verify-name TO ic-pfl-probe-name
               MOVE "verify" TO ic-pfl-probe-what
               PERFORM 1480-probe-file THRU 1480-exit
           END-IF.
       1430-exit.
           EXIT.

      * the checksum covers only the cells the load itself writes,
      * so no memory reset is needed between jobs here.
       1440-check-job-catalog.
           MOVE ic-batch-program-name TO program-name.
           MOVE ZERO TO ic-program-length.
           SET ic-program-not-eof TO TRUE.
           PERFORM 2000-load-program THRU 2000-exit.
           IF ic-load-overflow
               MOVE SPACES TO ic-pfl-text
               STRING "deck does not fit in memory; not checked "
                   "against the catalog" DELIMITED BY SIZE
                   INTO ic-pfl-text
               PERFORM 1490-note-exception THRU 1490-exit
           ELSE
               PERFORM 2400-check-catalog THRU 2400-exit
               IF ic-cat-failed
                   MOVE SPACES TO ic-pfl-text
                   IF ic-cat-not-found
                       MOVE "deck is not registered in the catalog"
                           TO ic-pfl-text
                   ELSE
                       STRING "deck does not match catalog release "
                           ic-cat-version-text DELIMITED BY SIZE
                           INTO ic-pfl-text
                   END-IF
                   PERFORM 1490-note-exception THRU 1490-exit
               END-IF
           END-IF.
       1440-exit.
           EXIT.

      * the condition goes through 1260-evaluate-condition itself,
      * with no job yet decided, so a field the batch would refuse
      * is refused here by the same code; what is left to judge is
      * where a RUN-IF's job stands in the control file.
       1450-check-job-condition.
           IF ic-batch-condition NOT = SPACES
               SET ic-cond-run-job TO TRUE
               MOVE SPACES TO ic-sum-disposition
               MOVE ZERO TO ic-done-job-count
               PERFORM 1260-evaluate-condition THRU 1260-exit
               IF ic-sum-disposition = "BAD-CONDITION"
                   MOVE SPACES TO ic-pfl-text
                   STRING "condition cannot be parsed: "
                       ic-batch-condition DELIMITED BY SIZE
                       INTO ic-pfl-text
                   PERFORM 1490-note-exception THRU 1490-exit
               ELSE
                   IF ic-cond-verb = "RUN-IF"
                       PERFORM 1455-check-run-if-job THRU 1455-exit
                   END-IF
               END-IF
           END-IF.
       1450-exit.
           EXIT.

       1455-check-run-if-job.
           MOVE ZERO TO ic-pfl-match-idx.
           PERFORM 1456-match-run-if-job
               VARYING ic-pfl-idx FROM 1 BY 1
               UNTIL ic-pfl-idx > ic-pfl-job-count
                  OR ic-pfl-match-idx > ZERO.
           MOVE SPACES TO ic-pfl-text.
           IF ic-pfl-match-idx = ZERO
               STRING "RUN-IF names job " DELIMITED BY SIZE
                   ic-cond-job DELIMITED BY " "
                   ", which is not in the control file"
                   DELIMITED BY SIZE INTO ic-pfl-text
               PERFORM 1490-note-exception THRU 1490-exit
           ELSE
               IF ic-pfl-match-idx >= ic-sum-jobs-read
                   MOVE ic-pfl-match-idx TO ic-pfl-seq-disp
                   STRING "RUN-IF names job " DELIMITED BY SIZE
                       ic-cond-job DELIMITED BY " "
                       ", which is job " ic-pfl-seq-disp
                       " and has not run yet"
                       DELIMITED BY SIZE INTO ic-pfl-text
                   PERFORM 1490-note-exception THRU 1490-exit
               END-IF
           END-IF.
       1455-exit.
           EXIT.

       1456-match-run-if-job.
           IF ic-pfl-job-name(ic-pfl-idx) = ic-cond-job
               MOVE ic-pfl-idx TO ic-pfl-match-idx
           END-IF.
       1456-exit.
           EXIT.

      * a job name is what RUN-IF finds a job by, so two jobs may
      * not share one; two jobs writing the same output file leave
      * only the later one's output for anything downstream. the
      * standard streams and /dev/null are shared by design.
       1460-check-job-reuse.
           IF ic-batch-job-name NOT = SPACES
               MOVE ZERO TO ic-pfl-match-idx
               PERFORM 1461-match-earlier-name
                   VARYING ic-pfl-idx FROM 1 BY 1
                   UNTIL ic-pfl-idx >= ic-sum-jobs-read
                      OR ic-pfl-idx > ic-pfl-job-count
                      OR ic-pfl-match-idx > ZERO
               IF ic-pfl-match-idx > ZERO
                   MOVE ic-pfl-match-idx TO ic-pfl-seq-disp
                   MOVE SPACES TO ic-pfl-text
                   STRING "job name " DELIMITED BY SIZE
                       ic-batch-job-name DELIMITED BY " "
                       " is already used by job " ic-pfl-seq-disp
                       DELIMITED BY SIZE INTO ic-pfl-text
                   PERFORM 1490-note-exception THRU 1490-exit
               END-IF
           END-IF.
           IF ic-batch-output-name NOT = SPACES
              AND ic-batch-output-name(1:5) NOT = "/dev/"
               MOVE ZERO TO ic-pfl-match-idx
               PERFORM 1462-match-earlier-output
                   VARYING ic-pfl-idx FROM 1 BY 1
                   UNTIL ic-pfl-idx >= ic-sum-jobs-read
                      OR ic-pfl-idx > ic-pfl-job-count
                      OR ic-pfl-match-idx > ZERO
               IF ic-pfl-match-idx > ZERO
                   MOVE ic-pfl-match-idx TO ic-pfl-seq-disp
                   MOVE SPACES TO ic-pfl-text
                   STRING "output file " DELIMITED BY SIZE
                       ic-batch-output-name DELIMITED BY " "
                       " is also written by job " ic-pfl-seq-disp
                       DELIMITED BY SIZE INTO ic-pfl-text
                   PERFORM 1490-note-exception THRU 1490-exit
               END-IF
           END-IF.
       1460-exit.
           EXIT.

       1461-match-earlier-name.
           IF ic-pfl-job-name(ic-pfl-idx) = ic-batch-job-name
               MOVE ic-pfl-idx TO ic-pfl-match-idx
           END-IF.
       1461-exit.
           EXIT.

       1462-match-earlier-output.
           IF ic-pfl-output-name(ic-pfl-idx) = ic-batch-output-name
               MOVE ic-pfl-idx TO ic-pfl-match-idx
           END-IF.
       1462-exit.
           EXIT.

       1463-match-earlier-output-input.
           IF ic-pfl-output-name(ic-pfl-idx) = ic-batch-input-name
               MOVE ic-pfl-idx TO ic-pfl-match-idx
           END-IF.
       1463-exit.
           EXIT.

      * the carry field is CARRY or nothing, and a CARRY job needs a
      * job before it; whether that job will halt cleanly is only
      * known by running it.
       1470-check-job-carry.
           IF ic-batch-carry NOT = SPACES
               MOVE SPACES TO ic-pfl-text
               EVALUATE TRUE
                   WHEN ic-batch-carry NOT = "CARRY"
                       STRING "carry field is not CARRY: "
                           ic-batch-carry DELIMITED BY SIZE
                           INTO ic-pfl-text
                       PERFORM 1490-note-exception THRU 1490-exit
                   WHEN ic-sum-jobs-read = 1
                       STRING "CARRY on the first job has no job "
                           "to carry from" DELIMITED BY SIZE
                           INTO ic-pfl-text
                       PERFORM 1490-note-exception THRU 1490-exit
                   WHEN ic-amplify-enabled
                       MOVE "CARRY cannot start an amplifier ring"
                           TO ic-pfl-text
                       PERFORM 1490-note-exception THRU 1490-exit
               END-EVALUATE
           END-IF.
       1470-exit.
           EXIT.

      * opens ic-pfl-probe-name and closes it again; anything but a
      * clean open is an exception naming the file and what the job
      * wanted it for (ic-pfl-probe-what).
       1480-probe-file.
           OPEN INPUT probe-file.
           IF ic-pfl-probe-status = "00"
               CLOSE probe-file
           ELSE
               MOVE SPACES TO ic-pfl-text
               IF ic-pfl-probe-status = "35"
                   STRING ic-pfl-probe-what DELIMITED BY " "
                       " file " DELIMITED BY SIZE
                       ic-pfl-probe-name DELIMITED BY " "
                       " not found" DELIMITED BY SIZE
                       INTO ic-pfl-text
               ELSE
                   STRING ic-pfl-probe-what DELIMITED BY " "
                       " file " DELIMITED BY SIZE
                       ic-pfl-probe-name DELIMITED BY " "
                       " cannot be opened, status "
                       ic-pfl-probe-status DELIMITED BY SIZE
                       INTO ic-pfl-text
               END-IF
               PERFORM 1490-note-exception THRU 1490-exit
           END-IF.
       1480-exit.
           EXIT.

      * one numbered exception line: the exception number, then the
      * job's sequence number and program when a job is being
      * checked, then ic-pfl-text.
       1490-note-exception.
           ADD 1 TO ic-pfl-exceptions.
           MOVE ic-pfl-exceptions TO ic-pfl-exc-disp.
           MOVE ZERO TO ic-pfl-exc-lead.
           INSPECT ic-pfl-exc-disp TALLYING ic-pfl-exc-lead
               FOR LEADING SPACES.
           MOVE SPACES TO ic-pfl-line.
           MOVE 1 TO ic-pfl-ptr.
           STRING "ic: " ic-pfl-exc-disp(ic-pfl-exc-lead + 1:) " "
               DELIMITED BY SIZE
               INTO ic-pfl-line WITH POINTER ic-pfl-ptr.
           IF ic-sum-jobs-read > ZERO
               MOVE ic-sum-jobs-read TO ic-pfl-seq-disp
               STRING "JOB " ic-pfl-seq-disp " " DELIMITED BY SIZE
                   ic-batch-program-name DELIMITED BY " "
                   ": " DELIMITED BY SIZE
                   INTO ic-pfl-line WITH POINTER ic-pfl-ptr
           END-IF.
           STRING ic-pfl-text DELIMITED BY "  "
               INTO ic-pfl-line WITH POINTER ic-pfl-ptr.
           DISPLAY ic-pfl-line(1:ic-pfl-ptr - 1).
       1490-exit.
           EXIT.

       2000-load-program.
           EXIT.

      * comma-separated decimal text form, one or more values per
      * line; commas and blanks both delimit values. a line starting
      * with an asterisk carries no values - the header record an
      * IMAGE deck opens with - and is passed over.
       2100-load-text-program.
           SET ic-load-fits TO TRUE.
           OPEN INPUT program-text-file.
                   SET ic-program-eof TO TRUE
                   PERFORM 2130-finalize-token THRU 2130-exit
               NOT AT END
                   IF program-text-record(1:1) NOT = "*"
                       PERFORM 2120-scan-char
                           VARYING ic-text-pos FROM 1 BY 1
                           UNTIL ic-text-pos
                               > LENGTH OF program-text-record
                   END-IF
           END-READ.
       2110-exit.
           EXIT.
               MOVE ic-patch-value TO ic-cell(ic-patch-addr + 1)
               MOVE ic-patch-value TO ic-patch-new-disp
               MOVE ic-patch-addr TO ic-patch-addr-disp
               IF ic-patch-echo-on
                   DISPLAY "ic: patch: address " ic-patch-addr-disp
                       " old " ic-patch-old-disp
                       " new " ic-patch-new-disp
               END-IF
           END-IF.
       2330-exit.
           EXIT.
      * name.
       2400-check-catalog.
           SET ic-cat-ok TO TRUE.
           MOVE SPACES TO ic-cat-version-tag.
           PERFORM 2405-compute-load-checksum THRU 2405-exit.
           SET ic-cat-not-found TO TRUE.
           SET ic-cat-not-eof TO TRUE.
           OPEN INPUT catalog-file.
       2400-exit.
           EXIT.

      * the load image's checksum into ic-cat-checksum; also what
      * COVERAGE identifies a deck's counts by.
       2405-compute-load-checksum.
           MOVE ZERO TO ic-cat-checksum.
           PERFORM 2410-checksum-one-cell
               VARYING ic-cat-idx FROM 1 BY 1
               UNTIL ic-cat-idx > ic-program-length.
       2405-exit.
           EXIT.

       2410-checksum-one-cell.
           DIVIDE ic-cell(ic-cat-idx) BY 1000000007
               GIVING ic-cat-div REMAINDER ic-cat-work.
           EXIT.

      * one catalog line per approved program; the first entry whose
      * name matches the deck being loaded decides the verdict. the
      * catalog maintenance program keeps superseded and retired
      * releases on file as history, marked in a fifth field; only
      * an entry marked CURRENT - or a four-field line with no mark,
      * the form the catalog was kept in by hand - is in service.
       2420-scan-catalog-record.
           READ catalog-file
               AT END
                       MOVE SPACES TO ic-cat-version-text
                       MOVE SPACES TO ic-cat-words-text
                       MOVE SPACES TO ic-cat-cks-text
                       MOVE SPACES TO ic-cat-status-text
                       UNSTRING catalog-record DELIMITED BY ","
                           INTO ic-cat-name-text
                                ic-cat-version-text
                                ic-cat-words-text
                                ic-cat-cks-text
                                ic-cat-status-text
                       IF ic-cat-name-text = program-name
                          AND (ic-cat-status-text = SPACES
                               OR ic-cat-status-text = "CURRENT")
                           SET ic-cat-found TO TRUE
                           PERFORM 2430-check-catalog-entry
                               THRU 2430-exit
      * each parameter's mode spelled out. the walk ends at the
      * first HLT; whatever follows is listed word by word as a
      * trailing data section, and a word that is not a recognizable
      * instruction is listed as DATA and stepped over. with
      * COVERAGE each line leads with its execution count from the
      * coverage file (NEVER for an instruction that has not run),
      * and the listing closes with the never-executed code ranges.
      * a deck built as "call main; hlt" keeps its routines after
      * that first HLT, so with COVERAGE the walk does not stop
      * there but decodes on to the end of the program - a routine
      * that never ran is then reported like any other dead code.
       2600-write-listing.
           OPEN OUTPUT listing-file.
           MOVE ZERO TO ic-list-addr.
               PERFORM 2650-list-one-data-word
                   UNTIL ic-list-addr >= ic-program-length
           END-IF.
           IF ic-coverage-enabled
               PERFORM 2675-close-uncovered-range THRU 2675-exit
               PERFORM 2680-write-coverage-section THRU 2680-exit
           END-IF.
           CLOSE listing-file.
       2600-exit.
           EXIT.
                  AND ic-list-addr + ic-list-instr-len
                      <= ic-program-length
                   PERFORM 2630-write-instruction-line THRU 2630-exit
                   IF ic-coverage-enabled
                       PERFORM 2670-track-uncovered-code THRU 2670-exit
                   END-IF
                   ADD ic-list-instr-len TO ic-list-addr
                   IF ic-list-opcode = 99 AND NOT ic-coverage-enabled
                       SET ic-list-done TO TRUE
                   END-IF
               ELSE
       2632-build-instruction-line.
           MOVE SPACES TO ic-list-line.
           MOVE 1 TO ic-list-ptr.
           IF ic-coverage-enabled
               PERFORM 2665-append-instr-coverage THRU 2665-exit
           END-IF.
           MOVE ic-list-addr TO ic-list-addr-disp.
           STRING ic-list-addr-disp ":"
               DELIMITED BY SIZE INTO ic-list-line
           PERFORM 2652-build-data-line THRU 2652-exit.
           MOVE ic-list-line TO listing-record.
           WRITE listing-record.
           IF ic-coverage-enabled
               PERFORM 2675-close-uncovered-range THRU 2675-exit
           END-IF.
           ADD 1 TO ic-list-addr.
       2650-exit.
           EXIT.
       2652-build-data-line.
           MOVE SPACES TO ic-list-line.
           MOVE 1 TO ic-list-ptr.
           IF ic-coverage-enabled
               PERFORM 2666-append-data-coverage THRU 2666-exit
           END-IF.
           MOVE ic-list-addr TO ic-list-addr-disp.
           MOVE ic-cell(ic-list-addr + 1) TO ic-list-data-disp.
           STRING ic-list-addr-disp ": " ic-list-data-disp "  DATA"
       2652-exit.
           EXIT.

      * LIST with COVERAGE: the counts come from the coverage file
      * alone - a listing executes nothing. counts taken against a
      * different deck, or no counts at all, would make every line
      * of the listing wrong, so either refuses the listing.
       2660-load-listing-coverage.
           PERFORM 9610-read-coverage-file THRU 9610-exit.
           EVALUATE TRUE
               WHEN ic-cov-file-empty
                   DISPLAY "ic: coverage: no counts on file for this "
                       "deck - run it with COVERAGE first"
                       UPON STDERR
                   GOBACK GIVING 1
               WHEN ic-cov-file-mismatch
                   DISPLAY "ic: coverage: the counts on file were "
                       "taken against a different deck or release"
                       UPON STDERR
                   GOBACK GIVING 1
               WHEN ic-cov-file-bad
                   DISPLAY "ic: coverage: the coverage file is "
                       "damaged and cannot be listed against"
                       UPON STDERR
                   GOBACK GIVING 1
           END-EVALUATE.
           MOVE ZERO TO ic-cov-instr-total.
           MOVE ZERO TO ic-cov-instr-hit.
           MOVE ZERO TO ic-cov-range-count.
           MOVE ZERO TO ic-cov-range-dropped.
           SET ic-cov-range-closed TO TRUE.
       2660-exit.
           EXIT.

       2665-append-instr-coverage.
           IF ic-cov-count(ic-list-addr + 1) > ZERO
               MOVE ic-cov-count(ic-list-addr + 1) TO ic-cov-count-disp
               STRING ic-cov-count-disp "  "
                   DELIMITED BY SIZE INTO ic-list-line
                   WITH POINTER ic-list-ptr
           ELSE
               STRING "      NEVER  "
                   DELIMITED BY SIZE INTO ic-list-line
                   WITH POINTER ic-list-ptr
           END-IF.
       2665-exit.
           EXIT.

      * a data word that never ran is just data, so it gets no
      * NEVER marker; one that did run shows its count like code.
       2666-append-data-coverage.
           IF ic-cov-count(ic-list-addr + 1) > ZERO
               MOVE ic-cov-count(ic-list-addr + 1) TO ic-cov-count-disp
               STRING ic-cov-count-disp "  "
                   DELIMITED BY SIZE INTO ic-list-line
                   WITH POINTER ic-list-ptr
           ELSE
               STRING ic-cov-blank-column
                   DELIMITED BY SIZE INTO ic-list-line
                   WITH POINTER ic-list-ptr
           END-IF.
       2666-exit.
           EXIT.

       2670-track-uncovered-code.
           ADD 1 TO ic-cov-instr-total.
           IF ic-cov-count(ic-list-addr + 1) > ZERO
               ADD 1 TO ic-cov-instr-hit
               PERFORM 2675-close-uncovered-range THRU 2675-exit
           ELSE
               IF ic-cov-range-closed
                   MOVE ic-list-addr TO ic-cov-range-start
                   MOVE ZERO TO ic-cov-range-instrs
                   SET ic-cov-range-open TO TRUE
               END-IF
               ADD 1 TO ic-cov-range-instrs
               COMPUTE ic-cov-range-end =
                   ic-list-addr + ic-list-instr-len - 1
           END-IF.
       2670-exit.
           EXIT.

       2675-close-uncovered-range.
           IF ic-cov-range-open
               IF ic-cov-range-count < 500
                   ADD 1 TO ic-cov-range-count
                   MOVE ic-cov-range-start
                       TO ic-cov-rng-start(ic-cov-range-count)
                   MOVE ic-cov-range-end
                       TO ic-cov-rng-end(ic-cov-range-count)
                   MOVE ic-cov-range-instrs
                       TO ic-cov-rng-instrs(ic-cov-range-count)
               ELSE
                   ADD 1 TO ic-cov-range-dropped
               END-IF
               SET ic-cov-range-closed TO TRUE
           END-IF.
       2675-exit.
           EXIT.

      * the closing section: every never-executed range of listed
      * code, first and last address with the nearest labels, then
      * the instruction totals and how many runs the counts cover.
       2680-write-coverage-section.
           MOVE SPACES TO listing-record.
           WRITE listing-record.
           MOVE "UNCOVERED CODE" TO listing-record.
           WRITE listing-record.
           IF ic-cov-range-count = ZERO
               MOVE "  NONE - EVERY LISTED INSTRUCTION HAS EXECUTED"
                   TO listing-record
               WRITE listing-record
           ELSE
               PERFORM 2681-write-one-uncovered-range
                   VARYING ic-cov-range-idx FROM 1 BY 1
                   UNTIL ic-cov-range-idx > ic-cov-range-count
           END-IF.
           IF ic-cov-range-dropped > ZERO
               MOVE ic-cov-range-dropped TO ic-cov-total-disp
               MOVE SPACES TO listing-record
               STRING "  ... " ic-cov-total-disp
                   " FURTHER RANGES NOT LISTED"
                   DELIMITED BY SIZE INTO listing-record
               WRITE listing-record
           END-IF.
           MOVE SPACES TO listing-record.
           WRITE listing-record.
           MOVE ic-cov-instr-hit TO ic-cov-total-disp.
           MOVE ic-cov-instr-total TO ic-cov-total-disp-2.
           MOVE ic-cov-runs TO ic-cov-runs-edit.
           MOVE SPACES TO listing-record.
           STRING "COVERAGE: " ic-cov-total-disp " OF "
               ic-cov-total-disp-2 " LISTED INSTRUCTIONS EXECUTED IN "
               ic-cov-runs-edit " RUNS"
               DELIMITED BY SIZE INTO listing-record.
           WRITE listing-record.
       2680-exit.
           EXIT.

       2681-write-one-uncovered-range.
           MOVE SPACES TO ic-list-line.
           MOVE 1 TO ic-list-ptr.
           MOVE ic-cov-rng-start(ic-cov-range-idx) TO ic-list-addr-disp.
           STRING "  " ic-list-addr-disp " -"
               DELIMITED BY SIZE INTO ic-list-line
               WITH POINTER ic-list-ptr.
           MOVE ic-cov-rng-end(ic-cov-range-idx) TO ic-list-addr-disp.
           MOVE ic-cov-rng-instrs(ic-cov-range-idx)
               TO ic-cov-instrs-disp.
           STRING ic-list-addr-disp "  " ic-cov-instrs-disp
               " INSTRUCTIONS"
               DELIMITED BY SIZE INTO ic-list-line
               WITH POINTER ic-list-ptr.
           IF ic-symbols-enabled
               MOVE ic-cov-rng-start(ic-cov-range-idx)
                   TO ic-sym-lookup-addr
               PERFORM 9170-nearest-symbol THRU 9170-exit
               IF ic-cov-label-text NOT = SPACES
                   STRING "  " DELIMITED BY SIZE
                       ic-cov-label-text DELIMITED BY " "
                       INTO ic-list-line
                       WITH POINTER ic-list-ptr
                   MOVE ic-cov-rng-end(ic-cov-range-idx)
                       TO ic-sym-lookup-addr
                   PERFORM 9170-nearest-symbol THRU 9170-exit
                   STRING " - " DELIMITED BY SIZE
                       ic-cov-label-text DELIMITED BY " "
                       INTO ic-list-line
                       WITH POINTER ic-list-ptr
               END-IF
           END-IF.
           MOVE ic-list-line TO listing-record.
           WRITE listing-record.
       2681-exit.
           EXIT.

      * COMPARE mode: puts the first deck's loaded image aside,
      * loads the deck named by the COMPARE option through the same
      * binary/text loader, and reports every cell where the two
      * the run starts: input units that are missing, and any map
      * line that does not parse, fail the whole run here with their
      * own return code rather than at the first read an hour in.
      * under REPLAY every value comes from the replay file, so an
      * input unit is mapped - the program may still select it - but
      * its file is never opened and need not exist.
       2950-open-unit-files.
           SET ic-unit-open-ok TO TRUE.
           SET ic-unit-map-not-eof TO TRUE.

       2951-init-one-unit.
           SET ic-unit-in-not-mapped(ic-unit-idx) TO TRUE.
           SET ic-unit-in-not-open(ic-unit-idx) TO TRUE.
           SET ic-unit-out-not-mapped(ic-unit-idx) TO TRUE.
           MOVE ZERO TO ic-unit-in-bytes(ic-unit-idx).
           MOVE ZERO TO ic-unit-out-bytes(ic-unit-idx).
               SET ic-unit-open-failed TO TRUE
           ELSE
               MOVE ic-debug-number-value TO ic-unit-number
               EVALUATE TRUE
                   WHEN ic-unit-dir-text = "IN" AND ic-replay-enabled
                       PERFORM 2962-map-replayed-unit THRU 2962-exit
                   WHEN ic-unit-dir-text = "IN"
                       PERFORM 2960-open-input-unit THRU 2960-exit
                   WHEN OTHER
                       PERFORM 2965-open-output-unit THRU 2965-exit
               END-EVALUATE
           END-IF.
       2956-exit.
           EXIT.
           END-EVALUATE.
           IF ic-unit-file-status = "00"
               SET ic-unit-in-mapped(ic-unit-number) TO TRUE
               SET ic-unit-in-open(ic-unit-number) TO TRUE
           ELSE
               MOVE ic-unit-number TO ic-unit-num-disp
               DISPLAY "ic: units: input unit " ic-unit-num-disp
       2960-exit.
           EXIT.

       2962-map-replayed-unit.
           EVALUATE ic-unit-number
               WHEN 1
                   MOVE ic-unit-name-text TO unit-input-name-1
               WHEN 2
                   MOVE ic-unit-name-text TO unit-input-name-2
               WHEN 3
                   MOVE ic-unit-name-text TO unit-input-name-3
               WHEN 4
                   MOVE ic-unit-name-text TO unit-input-name-4
           END-EVALUATE.
           SET ic-unit-in-mapped(ic-unit-number) TO TRUE.
       2962-exit.
           EXIT.

       2965-open-output-unit.
           EVALUATE ic-unit-number
               WHEN 1
      * so the bytes opcode 4 already wrote before the checkpoint
      * survive the resume.
       3000-run-program.
           IF ic-replay-enabled
               OPEN INPUT replay-file
               SET ic-rpl-not-eof TO TRUE
           ELSE
               IF ic-records-enabled
                   OPEN INPUT record-input-file
               ELSE
                   IF ic-numbers-enabled
                       OPEN INPUT numeric-input-file
                   ELSE
                       OPEN INPUT input-file
                   END-IF
               END-IF
           END-IF.
           IF ic-capture-enabled
               OPEN OUTPUT capture-file
               MOVE ZERO TO ic-cap-count
           END-IF.
           IF ic-resume-enabled
               PERFORM 3005-skip-consumed-input THRU 3005-exit
               IF ic-numbers-enabled
           ELSE
               IF ic-records-enabled
                   OPEN OUTPUT record-output-file
                   IF ic-rpt-enabled
                       PERFORM 5372-reset-report THRU 5372-exit
                   END-IF
               ELSE
                   IF ic-numbers-enabled
                       OPEN OUTPUT numeric-output-file
           IF ic-ascii-enabled
               OPEN OUTPUT transcript-file
           END-IF.
      * a batch opens the journal once for all its jobs; a resumed
      * run carries on the journal the interrupted run began.
           IF ic-watch-enabled
               IF ic-batch-disabled
                   IF ic-resume-enabled
                       OPEN EXTEND journal-file
                   ELSE
                       OPEN OUTPUT journal-file
                   END-IF
               END-IF
               PERFORM 3020-start-watch-journal THRU 3020-exit
           END-IF.

           IF ic-amplify-enabled
               PERFORM 3100-run-amplifier-chain THRU 3100-exit
       3006-exit.
           EXIT.

      * opens a run's stretch of the journal: a START record naming
      * the program, then an INIT record for each watched cell (per
      * ring instance under AMPLIFY) giving the value it starts the
      * run with - the baseline every later change is measured from.
       3020-start-watch-journal.
           IF ic-batch-enabled
               MOVE ic-sum-jobs-read TO ic-jnl-job
           ELSE
               MOVE ZERO TO ic-jnl-job
           END-IF.
           MOVE 1 TO ic-wch-slot-limit.
           IF ic-amplify-enabled
               MOVE ic-amplify-count TO ic-wch-slot-limit
           END-IF.
           MOVE ZERO TO ic-jnl-instance.
           MOVE ic-instr-count TO ic-jnl-instr.
           MOVE ic-ip TO ic-jnl-ip.
           MOVE "START" TO ic-jnl-op.
           MOVE ZERO TO ic-jnl-addr.
           MOVE SPACES TO ic-jnl-label.
           MOVE ZERO TO ic-jnl-old.
           MOVE ZERO TO ic-jnl-new.
           MOVE program-name TO ic-jnl-program.
           WRITE journal-record FROM ic-jnl-line.
           MOVE "INIT" TO ic-jnl-op.
           MOVE SPACES TO ic-jnl-program.
           PERFORM 3021-prime-one-instance
               VARYING ic-wch-slot FROM 1 BY 1
               UNTIL ic-wch-slot > ic-wch-slot-limit.
           SET ic-wch-by-program TO TRUE.
       3020-exit.
           EXIT.

       3021-prime-one-instance.
           IF ic-amplify-enabled
               MOVE ic-wch-slot TO ic-jnl-instance
           ELSE
               MOVE ZERO TO ic-jnl-instance
           END-IF.
           PERFORM 3022-prime-one-watched-cell
               VARYING ic-wch-idx FROM 1 BY 1
               UNTIL ic-wch-idx > ic-wch-count.
       3021-exit.
           EXIT.

       3022-prime-one-watched-cell.
           MOVE ic-cell(ic-wch-addr(ic-wch-idx) + 1)
               TO ic-wch-shadow(ic-wch-slot ic-wch-idx).
           MOVE ic-wch-addr(ic-wch-idx) TO ic-jnl-addr.
           MOVE ic-wch-label(ic-wch-idx) TO ic-jnl-label.
           MOVE ic-wch-shadow(ic-wch-slot ic-wch-idx) TO ic-jnl-old.
           MOVE ic-wch-shadow(ic-wch-slot ic-wch-idx) TO ic-jnl-new.
           WRITE journal-record FROM ic-jnl-line.
       3022-exit.
           EXIT.

      * runs several copies of the loaded program as one amplifier/
      * network chain: instance N's output feeds instance N+1's
      * input, with the last instance wrapping back to the first.
           IF ic-profile-enabled
               MOVE ic-ip TO ic-profile-ip
           END-IF.
           IF ic-coverage-enabled
               MOVE ic-ip TO ic-cov-ip
           END-IF.

           EVALUATE ic-opcode
               WHEN 1
               IF ic-profile-enabled
                   PERFORM 4300-count-profile THRU 4300-exit
               END-IF
               IF ic-coverage-enabled
                   PERFORM 4310-count-coverage THRU 4310-exit
               END-IF
               IF ic-status-enabled OR ic-stop-enabled
                   PERFORM 4400-operator-services THRU 4400-exit
               END-IF
                   MOVE ic-debug-number-value TO ic-debug-value-disp
                   MOVE ic-debug-range-start TO ic-debug-addr-disp
                   MOVE ic-debug-range-start TO ic-last-write-addr
                   SET ic-wch-by-alter TO TRUE
                   PERFORM 4110-note-write-address THRU 4110-exit
                   SET ic-wch-by-program TO TRUE
                   DISPLAY "ic: debug: cell " ic-debug-addr-disp
                       " changed from " ic-debug-old-disp
                       " to " ic-debug-value-disp
       4300-exit.
           EXIT.

      * COVERAGE: the address the instruction started at, counted
      * once per execution - a jump has already moved ic-ip on.
       4310-count-coverage.
           ADD 1 TO ic-cov-count(ic-cov-ip + 1).
       4310-exit.
           EXIT.

      * operator services, on the same cadence as the checkpoint:
      * every ic-status-interval completed instructions the progress
      * snapshot is rewritten and the stop-request file is polled.
           IF ic-last-write-addr > ic-high-water-mark
               MOVE ic-last-write-addr TO ic-high-water-mark
           END-IF.
           IF ic-watch-enabled
               PERFORM 4115-journal-watched-write THRU 4115-exit
           END-IF.
       4110-exit.
           EXIT.

      * WATCH: every store passes through here, so a watched cell
      * whose value differs from the last one seen for this instance
      * gets its journal record here, stamped with the instruction
      * that stored it.
       4115-journal-watched-write.
           IF ic-amplify-enabled
               MOVE ic-current-instance TO ic-wch-slot
           ELSE
               MOVE 1 TO ic-wch-slot
           END-IF.
           PERFORM 4116-check-one-watched-cell
               VARYING ic-wch-idx FROM 1 BY 1
               UNTIL ic-wch-idx > ic-wch-count.
       4115-exit.
           EXIT.

       4116-check-one-watched-cell.
           IF ic-wch-addr(ic-wch-idx) = ic-last-write-addr
              AND ic-cell(ic-last-write-addr + 1)
                  NOT = ic-wch-shadow(ic-wch-slot ic-wch-idx)
               MOVE ic-instr-count TO ic-jnl-instr
               MOVE ic-ip TO ic-jnl-ip
               IF ic-wch-by-alter
                   MOVE "ALTER" TO ic-jnl-op
               ELSE
                   MOVE ic-opcode TO ic-mnemonic-opcode
                   PERFORM 9150-opcode-mnemonic THRU 9150-exit
                   MOVE ic-mnemonic TO ic-jnl-op
               END-IF
               IF ic-amplify-enabled
                   MOVE ic-current-instance TO ic-jnl-instance
               ELSE
                   MOVE ZERO TO ic-jnl-instance
               END-IF
               MOVE ic-last-write-addr TO ic-jnl-addr
               MOVE ic-wch-label(ic-wch-idx) TO ic-jnl-label
               MOVE ic-wch-shadow(ic-wch-slot ic-wch-idx)
                   TO ic-jnl-old
               MOVE ic-cell(ic-last-write-addr + 1) TO ic-jnl-new
               MOVE SPACES TO ic-jnl-program
               WRITE journal-record FROM ic-jnl-line
               MOVE ic-cell(ic-last-write-addr + 1)
                   TO ic-wch-shadow(ic-wch-slot ic-wch-idx)
           END-IF.
       4116-exit.
           EXIT.

      * the one place every memory access is measured against the
      * configured ceiling: an address outside 0 to the limit less 1
      * stops the run with a proper rejection message and an abend
      * not know); the store and the pointer advance stand down the
      * way every opcode paragraph stands down after a rejection.
                   IF ic-not-halted
                       IF ic-capture-enabled
                           PERFORM 5270-capture-input-value
                               THRU 5270-exit
                       END-IF
                       MOVE ic-input-value
                           TO ic-cell(ic-parm-addr + 1)
                       MOVE ic-parm-addr TO ic-last-write-addr
      * so a resumed run can wind the stream forward past it.
       5210-read-input-value.
           EVALUATE TRUE
               WHEN ic-replay-enabled
                   PERFORM 5280-replay-input-value THRU 5280-exit
               WHEN ic-records-enabled
                   PERFORM 5240-next-record-value THRU 5240-exit
               WHEN ic-units-enabled AND ic-active-input-unit > ZERO
       5255-exit.
           EXIT.

      * CAPTURE: one record per value delivered, before the store
      * moves the IP on, so the record carries the IP of the opcode 3
      * that asked for it.
       5270-capture-input-value.
           ADD 1 TO ic-cap-count.
           MOVE ic-cap-count TO ic-cap-seq.
           MOVE ic-instr-count TO ic-cap-instr.
           MOVE ic-ip TO ic-cap-ip.
           MOVE SPACES TO ic-cap-source.
           EVALUATE TRUE
               WHEN ic-records-enabled
                   MOVE "RECORD" TO ic-cap-source
               WHEN ic-units-enabled AND ic-active-input-unit > ZERO
                   MOVE ic-active-input-unit TO ic-unit-num-disp
                   STRING "UNIT" ic-unit-num-disp
                       DELIMITED BY SIZE INTO ic-cap-source
               WHEN ic-numbers-enabled
                   MOVE "NUMBER" TO ic-cap-source
               WHEN ic-ascii-enabled
                   MOVE "ASCII" TO ic-cap-source
               WHEN OTHER
                   MOVE "BYTE" TO ic-cap-source
           END-EVALUATE.
           MOVE ic-input-value TO ic-cap-value.
           WRITE capture-record FROM ic-cap-line.
       5270-exit.
           EXIT.

      * REPLAY: the next captured value, delivered only if the
      * program is asking for it at the same instruction count and
      * IP the captured run did. anywhere else - or once the capture
      * has run out - the run stops there as diverged.
       5280-replay-input-value.
           MOVE ZERO TO ic-input-value.
           IF ic-rpl-eof
               PERFORM 5286-report-replay-exhausted THRU 5286-exit
           ELSE
               READ replay-file INTO ic-cap-line
                   AT END
                       SET ic-rpl-eof TO TRUE
                       PERFORM 5286-report-replay-exhausted
                           THRU 5286-exit
                   NOT AT END
                       PERFORM 5281-check-replay-record THRU 5281-exit
               END-READ
           END-IF.
       5280-exit.
           EXIT.

       5281-check-replay-record.
           IF ic-cap-instr NOT NUMERIC OR ic-cap-ip NOT NUMERIC
               DISPLAY "ic: replay: bad replay record "
                   replay-record(1:40) UPON STDERR
               PERFORM 5285-stop-diverged-replay THRU 5285-exit
           ELSE
               IF ic-cap-instr NOT = ic-instr-count
                  OR ic-cap-ip NOT = ic-ip
                   MOVE ic-ip TO ic-rpl-ip-disp
                   MOVE ic-instr-count TO ic-rpl-instr-disp
                   DISPLAY "ic: replay: input requested at IP "
                       ic-rpl-ip-disp " instruction " ic-rpl-instr-disp
                       UPON STDERR
                   MOVE ic-cap-ip TO ic-rpl-ip-disp
                   MOVE ic-cap-instr TO ic-rpl-instr-disp
                   DISPLAY "ic: replay: captured run asked at IP "
                       ic-rpl-ip-disp " instruction " ic-rpl-instr-disp
                       UPON STDERR
                   PERFORM 5285-stop-diverged-replay THRU 5285-exit
               ELSE
                   MOVE ic-cap-value-text TO ic-debug-parse-text
                   PERFORM 4260-parse-debug-number THRU 4260-exit
                   IF ic-debug-parse-bad
                       DISPLAY "ic: replay: bad replay record "
                           replay-record(1:40) UPON STDERR
                       PERFORM 5285-stop-diverged-replay THRU 5285-exit
                   ELSE
                       MOVE ic-debug-number-value TO ic-input-value
                       ADD 1 TO ic-input-bytes-read
                   END-IF
               END-IF
           END-IF.
       5281-exit.
           EXIT.

       5285-stop-diverged-replay.
           SET ic-halted TO TRUE.
           SET ic-outcome-diverged TO TRUE.
       5285-exit.
           EXIT.

       5286-report-replay-exhausted.
           MOVE ic-ip TO ic-rpl-ip-disp.
           DISPLAY "ic: replay: input requested at IP " ic-rpl-ip-disp
               " after the captured input ran out" UPON STDERR.
           PERFORM 5285-stop-diverged-replay THRU 5285-exit.
       5286-exit.
           EXIT.

       5300-op-output.
           MOVE 1 TO ic-parm-number.
           MOVE ic-mode-1 TO ic-parm-mode.
      * refused instead of silently wrapped the way a plain MOVE/
      * WRITE into a one-byte field would wrap it. NUMBERS mode has
      * no such ceiling: the value goes out as a full signed decimal
      * line instead. a SWEEP opens no output file at all: the value
      * is only noted for the target test, under the same ceiling.
       5310-write-output-byte.
           EVALUATE TRUE
               WHEN ic-sweep-enabled
                AND (ic-numbers-enabled
                  OR (ic-output-value >= -128
                  AND ic-output-value <= 127))
                   PERFORM 1375-note-sweep-output THRU 1375-exit
               WHEN ic-records-enabled
                   PERFORM 5350-put-record-value THRU 5350-exit
               WHEN ic-units-enabled AND ic-active-output-unit > ZERO
           EXIT.

       5365-write-output-record.
           IF ic-rpt-enabled
               PERFORM 5370-print-report-detail THRU 5370-exit
           ELSE
               MOVE SPACES TO record-output-record
               MOVE ic-rec-out-buffer(1:ic-rec-out-length)
                   TO record-output-record(1:ic-rec-out-length)
               WRITE record-output-record
           END-IF.
           ADD 1 TO ic-rec-out-count.
       5365-exit.
           EXIT.

      * RECORDS mode report: one output record as a detail line. a
      * change in the break field first closes the group before it
      * with its total line, and a full page first starts a new one
      * under the titles and headings.
       5370-print-report-detail.
           IF ic-rpt-break-start > ZERO
              AND ic-rpt-group-open
              AND ic-rec-out-buffer(ic-rpt-break-start:
                      ic-rpt-break-length)
                  NOT = ic-rpt-break-value(1:ic-rpt-break-length)
               PERFORM 5380-print-break-total THRU 5380-exit
           END-IF.
           IF ic-rpt-group-closed
               SET ic-rpt-group-open TO TRUE
               IF ic-rpt-break-start > ZERO
                   MOVE ic-rec-out-buffer(ic-rpt-break-start:
                           ic-rpt-break-length)
                       TO ic-rpt-break-value
               END-IF
           END-IF.
           MOVE 1 TO ic-rpt-need-lines.
           PERFORM 5375-start-page-if-full THRU 5375-exit.
           MOVE SPACES TO ic-rpt-line.
           MOVE ic-rec-out-buffer(1:ic-rec-out-length)
               TO ic-rpt-line(1:ic-rec-out-length).
           PERFORM 5395-write-report-line THRU 5395-exit.
           ADD 1 TO ic-rpt-detail-count.
           ADD 1 TO ic-rpt-group-count.
           PERFORM 5371-add-one-sum-field
               VARYING ic-rpt-sum-idx FROM 1 BY 1
               UNTIL ic-rpt-sum-idx > ic-rpt-sum-count.
       5370-exit.
           EXIT.

      * totals are taken from the detail line as printed, so the
      * totals always foot to the columns above them; a field the
      * record left blank adds nothing.
       5371-add-one-sum-field.
           MOVE ic-rec-out-buffer(ic-rpt-sum-start(ic-rpt-sum-idx):
                   ic-rpt-sum-length(ic-rpt-sum-idx))
               TO ic-debug-parse-text.
           PERFORM 4260-parse-debug-number THRU 4260-exit.
           IF ic-debug-parse-good
               ADD ic-debug-number-value
                   TO ic-rpt-sum-group(ic-rpt-sum-idx)
                      ic-rpt-sum-grand(ic-rpt-sum-idx)
           END-IF.
       5371-exit.
           EXIT.

      * a fresh report for every run the output stream is opened
      * for, single run or batch job.
       5372-reset-report.
           MOVE ZERO TO ic-rpt-page-number.
           MOVE ZERO TO ic-rpt-line-number.
           MOVE ZERO TO ic-rpt-group-count.
           MOVE ZERO TO ic-rpt-group-total.
           MOVE ZERO TO ic-rpt-break-count.
           MOVE ZERO TO ic-rpt-detail-count.
           MOVE SPACES TO ic-rpt-break-value.
           SET ic-rpt-eject-pending TO TRUE.
           SET ic-rpt-group-closed TO TRUE.
           PERFORM 5373-clear-one-sum-field
               VARYING ic-rpt-sum-idx FROM 1 BY 1
               UNTIL ic-rpt-sum-idx > ic-rpt-sum-count.
       5372-exit.
           EXIT.

       5373-clear-one-sum-field.
           MOVE ZERO TO ic-rpt-sum-group(ic-rpt-sum-idx).
           MOVE ZERO TO ic-rpt-sum-grand(ic-rpt-sum-idx).
       5373-exit.
           EXIT.

      * starts a new page when the next ic-rpt-need-lines lines
      * will not fit on this one; the first line of all starts
      * page 1.
       5375-start-page-if-full.
           IF ic-rpt-page-number = ZERO
              OR ic-rpt-line-number + ic-rpt-need-lines
                 > ic-rpt-page-lines
               PERFORM 5376-print-page-heading THRU 5376-exit
           END-IF.
       5375-exit.
           EXIT.

      * the page number sits at the right edge of the first title
      * line, or on a line of its own when the layout has no title;
      * a blank line separates the headings from the detail.
       5376-print-page-heading.
           ADD 1 TO ic-rpt-page-number.
           MOVE ZERO TO ic-rpt-line-number.
           SET ic-rpt-eject-pending TO TRUE.
           MOVE ic-rpt-page-number TO ic-rpt-page-disp.
           MOVE SPACES TO ic-rpt-line.
           IF ic-rpt-title-count > ZERO
               MOVE ic-rpt-title(1) TO ic-rpt-line
           END-IF.
           MOVE "PAGE " TO ic-rpt-line(ic-rpt-width - 9:5).
           MOVE ic-rpt-page-disp TO ic-rpt-line(ic-rpt-width - 4:5).
           PERFORM 5395-write-report-line THRU 5395-exit.
           PERFORM 5377-print-title-line
               VARYING ic-rpt-line-idx FROM 2 BY 1
               UNTIL ic-rpt-line-idx > ic-rpt-title-count.
           PERFORM 5378-print-heading-line
               VARYING ic-rpt-line-idx FROM 1 BY 1
               UNTIL ic-rpt-line-idx > ic-rpt-head-count.
           MOVE SPACES TO ic-rpt-line.
           PERFORM 5395-write-report-line THRU 5395-exit.
       5376-exit.
           EXIT.

       5377-print-title-line.
           MOVE ic-rpt-title(ic-rpt-line-idx) TO ic-rpt-line.
           PERFORM 5395-write-report-line THRU 5395-exit.
       5377-exit.
           EXIT.

       5378-print-heading-line.
           MOVE ic-rpt-head(ic-rpt-line-idx) TO ic-rpt-line.
           PERFORM 5395-write-report-line THRU 5395-exit.
       5378-exit.
           EXIT.

      * closes the group under way: its total line, with the
      * group's record count and its subtotals, and a fresh start
      * for the next group's.
       5380-print-break-total.
           MOVE SPACES TO ic-rpt-label.
           MOVE ic-rpt-group-count TO ic-rec-count-disp.
           MOVE 1 TO ic-rpt-label-len.
           STRING "TOTAL " DELIMITED BY SIZE
               ic-rpt-break-value(1:ic-rpt-break-length)
                   DELIMITED BY SIZE
               "  RECORDS " ic-rec-count-disp DELIMITED BY SIZE
               INTO ic-rpt-label WITH POINTER ic-rpt-label-len.
           SUBTRACT 1 FROM ic-rpt-label-len.
           SET ic-rpt-group-totals TO TRUE.
           PERFORM 5385-print-total-lines THRU 5385-exit.
           ADD ic-rpt-group-count TO ic-rpt-group-total.
           ADD 1 TO ic-rpt-break-count.
           MOVE ZERO TO ic-rpt-group-count.
           PERFORM 5381-clear-one-group-sum
               VARYING ic-rpt-sum-idx FROM 1 BY 1
               UNTIL ic-rpt-sum-idx > ic-rpt-sum-count.
           SET ic-rpt-group-closed TO TRUE.
       5380-exit.
           EXIT.

       5381-clear-one-group-sum.
           MOVE ZERO TO ic-rpt-sum-group(ic-rpt-sum-idx).
       5381-exit.
           EXIT.

      * a total: the label in ic-rpt-label at the left with the
      * totals under their own columns, then a blank line. a label
      * that would run into the first total column gets a line of
      * its own above the totals, and the lines are kept together
      * on one page.
       5385-print-total-lines.
           MOVE 2 TO ic-rpt-need-lines.
           IF ic-rpt-sum-count > ZERO
              AND ic-rpt-label-len >= ic-rpt-first-sum-col - 1
               MOVE 3 TO ic-rpt-need-lines
           END-IF.
           PERFORM 5375-start-page-if-full THRU 5375-exit.
           MOVE SPACES TO ic-rpt-line.
           MOVE ic-rpt-label(1:ic-rpt-label-len)
               TO ic-rpt-line(1:ic-rpt-label-len).
           IF ic-rpt-need-lines = 3
               PERFORM 5395-write-report-line THRU 5395-exit
               MOVE SPACES TO ic-rpt-line
           END-IF.
           PERFORM 5386-place-one-sum
               VARYING ic-rpt-sum-idx FROM 1 BY 1
               UNTIL ic-rpt-sum-idx > ic-rpt-sum-count.
           PERFORM 5395-write-report-line THRU 5395-exit.
           MOVE SPACES TO ic-rpt-line.
           PERFORM 5395-write-report-line THRU 5395-exit.
       5385-exit.
           EXIT.

      * a total too wide for its field's columns is filled with
      * asterisks, the way a printed total that has overflowed its
      * edit picture always has been, never cut short.
       5386-place-one-sum.
           IF ic-rpt-group-totals
               MOVE ic-rpt-sum-group(ic-rpt-sum-idx)
                   TO ic-rpt-sum-value
           ELSE
               MOVE ic-rpt-sum-grand(ic-rpt-sum-idx)
                   TO ic-rpt-sum-value
           END-IF.
           MOVE ic-rpt-sum-value TO ic-rpt-sum-disp.
           COMPUTE ic-rec-pad-len =
               19 - ic-rpt-sum-length(ic-rpt-sum-idx).
           COMPUTE ic-rec-win-start = ic-rec-pad-len + 1.
           IF ic-rec-pad-len > ZERO
              AND ic-rpt-sum-disp(1:ic-rec-pad-len) NOT = SPACES
               MOVE ALL "*" TO ic-rpt-line(
                   ic-rpt-sum-start(ic-rpt-sum-idx):
                   ic-rpt-sum-length(ic-rpt-sum-idx))
           ELSE
               MOVE ic-rpt-sum-disp(ic-rec-win-start:
                       ic-rpt-sum-length(ic-rpt-sum-idx))
                   TO ic-rpt-line(
                       ic-rpt-sum-start(ic-rpt-sum-idx):
                       ic-rpt-sum-length(ic-rpt-sum-idx))
           END-IF.
       5386-exit.
           EXIT.

      * end of the run: the last group's total, then the grand
      * total. a run that wrote no records still gets its headings
      * and a grand total of nothing, so an empty report is plainly
      * empty rather than missing.
       5390-finish-report.
           IF ic-rpt-break-start > ZERO AND ic-rpt-group-open
               PERFORM 5380-print-break-total THRU 5380-exit
           END-IF.
           MOVE SPACES TO ic-rpt-label.
           MOVE ic-rpt-detail-count TO ic-rec-count-disp.
           MOVE 1 TO ic-rpt-label-len.
           STRING "GRAND TOTAL  RECORDS " ic-rec-count-disp
               DELIMITED BY SIZE
               INTO ic-rpt-label WITH POINTER ic-rpt-label-len.
           SUBTRACT 1 FROM ic-rpt-label-len.
           SET ic-rpt-grand-totals TO TRUE.
           PERFORM 5385-print-total-lines THRU 5385-exit.
       5390-exit.
           EXIT.

      * every report line is written with printer carriage control:
      * the first line of each page after a page eject, the rest one
      * line after the line before.
       5395-write-report-line.
           MOVE ic-rpt-line TO record-output-record.
           IF ic-rpt-eject-pending
               WRITE record-output-record AFTER ADVANCING PAGE
               SET ic-rpt-no-eject TO TRUE
           ELSE
               WRITE record-output-record AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO ic-rpt-line-number.
       5395-exit.
           EXIT.

      * a COMP-5 cell can carry a binary value beyond the eighteen
      * decimal digits its picture (and the output line) promises;
      * such a value is refused the same way 5310 refuses a byte
       8000-close-down.
           IF ic-records-enabled
               PERFORM 8005-flush-partial-record THRU 8005-exit
               IF ic-rpt-enabled
                   PERFORM 5390-finish-report THRU 5390-exit
               END-IF
               CLOSE record-output-file
               IF ic-replay-disabled
                   CLOSE record-input-file
               END-IF
           ELSE
               IF ic-numbers-enabled
                   CLOSE numeric-output-file
                   IF ic-replay-disabled
                       CLOSE numeric-input-file
                   END-IF
               ELSE
                   CLOSE output-file
                   IF ic-replay-disabled
                       CLOSE input-file
                   END-IF
               END-IF
           END-IF.
           IF ic-replay-enabled
               PERFORM 8020-finish-replay THRU 8020-exit
           END-IF.
           IF ic-capture-enabled
               CLOSE capture-file
           END-IF.
           IF ic-trace-enabled
               CLOSE trace-file
           END-IF.
           IF ic-units-enabled
               PERFORM 8010-close-unit-files THRU 8010-exit
           END-IF.
           IF ic-watch-enabled AND ic-batch-disabled
               CLOSE journal-file
           END-IF.
       8000-exit.
           EXIT.

      * written as far as it got, with a note in the log, rather
      * than silently dropped - operations reconciles record counts
      * against the note.
      * a replayed run that halts cleanly with captured input still
      * unread stopped asking for input where the captured run went
      * on asking - the replay did not reproduce the run.
       8020-finish-replay.
           IF ic-outcome-clean-halt AND ic-rpl-not-eof
               READ replay-file INTO ic-cap-line
                   AT END
                       SET ic-rpl-eof TO TRUE
                   NOT AT END
                       MOVE ic-ip TO ic-rpl-ip-disp
                       DISPLAY "ic: replay: program halted at IP "
                           ic-rpl-ip-disp " with captured input "
                           "still unread" UPON STDERR
                       SET ic-outcome-diverged TO TRUE
               END-READ
           END-IF.
           CLOSE replay-file.
       8020-exit.
           EXIT.

       8005-flush-partial-record.
           IF ic-rec-out-in-fields
               DISPLAY "ic: records: run ended inside an output "
           EXIT.

       8010-close-unit-files.
           IF ic-unit-in-open(1)
               CLOSE unit-input-file-1
           END-IF.
           IF ic-unit-in-open(2)
               CLOSE unit-input-file-2
           END-IF.
           IF ic-unit-in-open(3)
               CLOSE unit-input-file-3
           END-IF.
           IF ic-unit-in-open(4)
               CLOSE unit-input-file-4
           END-IF.
           IF ic-unit-out-mapped(1)
               DISPLAY "ic: operator stop honored at IP "
                   ic-report-ip-disp
           END-IF.
           IF ic-outcome-diverged
               MOVE ic-ip TO ic-report-ip-disp
               DISPLAY "ic: replay diverged from the captured run "
                   "at IP " ic-report-ip-disp
           END-IF.
           MOVE ic-ip TO ic-report-ip-disp.
           DISPLAY "ic: final instruction pointer: " ic-report-ip-disp.
           IF ic-units-enabled
           DISPLAY "ic: records written: " ic-rec-count-disp.
           MOVE ic-rec-out-field-count TO ic-rec-count-disp.
           DISPLAY "ic: output fields filled: " ic-rec-count-disp.
           IF ic-rpt-enabled
               PERFORM 9045-reconcile-report THRU 9045-exit
           END-IF.
       9040-exit.
           EXIT.

      * the report's own counts against the records written: every
      * record written is one detail line, and with a break field
      * the record counts on the break total lines add up to every
      * detail line, so nothing was printed twice or dropped
      * between groups.
       9045-reconcile-report.
           MOVE ic-rpt-page-number TO ic-rec-count-disp.
           DISPLAY "ic: report pages: " ic-rec-count-disp.
           MOVE ic-rpt-detail-count TO ic-rec-count-disp.
           DISPLAY "ic: report detail lines: " ic-rec-count-disp.
           IF ic-rpt-break-start > ZERO
               MOVE ic-rpt-break-count TO ic-rec-count-disp
               DISPLAY "ic: report control breaks: "
                   ic-rec-count-disp
               MOVE ic-rpt-group-total TO ic-rec-count-disp
               DISPLAY "ic: records in break totals: "
                   ic-rec-count-disp
           END-IF.
           IF ic-rpt-detail-count NOT = ic-rec-out-count
              OR (ic-rpt-break-start > ZERO
                  AND ic-rpt-group-total NOT = ic-rec-out-count)
               DISPLAY "ic: *** report record counts do not "
                   "reconcile with records written" UPON STDERR
           ELSE
               DISPLAY "ic: report record counts reconcile with "
                   "records written"
           END-IF.
       9045-exit.
           EXIT.

      * prints one row of up to 8 memory cells, starting at
      * ic-report-row-start
       9010-print-memory-row.
       9165-exit.
           EXIT.

      * the closest label at or before ic-sym-lookup-addr, as LABEL
      * or LABEL+offset in ic-cov-label-text; spaces when no label
      * comes before the address.
       9170-nearest-symbol.
           MOVE SPACES TO ic-cov-label-text.
           MOVE -1 TO ic-cov-best-addr.
           PERFORM 9175-match-nearest-symbol
               VARYING ic-sym-idx FROM 1 BY 1
               UNTIL ic-sym-idx > ic-sym-count.
           IF ic-cov-best-addr >= ZERO
               MOVE 1 TO ic-cov-ptr
               STRING ic-cov-best-label DELIMITED BY " "
                   INTO ic-cov-label-text
                   WITH POINTER ic-cov-ptr
               COMPUTE ic-cov-offset =
                   ic-sym-lookup-addr - ic-cov-best-addr
               IF ic-cov-offset > ZERO
                   MOVE ic-cov-offset TO ic-cov-offset-disp
                   MOVE ZERO TO ic-cov-lead
                   INSPECT ic-cov-offset-disp
                       TALLYING ic-cov-lead FOR LEADING SPACE
                   STRING "+" ic-cov-offset-disp(ic-cov-lead + 1:)
                       DELIMITED BY SIZE
                       INTO ic-cov-label-text
                       WITH POINTER ic-cov-ptr
               END-IF
           END-IF.
       9170-exit.
           EXIT.

       9175-match-nearest-symbol.
           IF ic-sym-addr(ic-sym-idx) <= ic-sym-lookup-addr
              AND ic-sym-addr(ic-sym-idx) > ic-cov-best-addr
               MOVE ic-sym-addr(ic-sym-idx) TO ic-cov-best-addr
               MOVE ic-sym-name(ic-sym-idx) TO ic-cov-best-label
           END-IF.
       9175-exit.
           EXIT.

      * VERIFY: compares the output this run wrote against the named
      * expected-output file, byte for byte. the first mismatch is
      * reported with the offset and both values; every further
           IF ic-compare-enabled
               MOVE ic-compare-name TO ic-audit-input
           END-IF.
      * a replayed run reads nothing but its replay file.
           IF ic-replay-enabled
               MOVE replay-file-name TO ic-audit-input
           END-IF.
           MOVE output-file-name TO ic-audit-output.
      * a sweep writes nothing to the output file; the report it
      * did write is what the trail should point at.
           IF ic-sweep-enabled
               MOVE sweep-report-file-name TO ic-audit-output
           END-IF.
           MOVE ic-option-switches TO ic-audit-switches.
           MOVE ic-option-switches-2 TO ic-audit-switches-2.
           IF ic-batch-enabled
               MOVE ic-batch-id TO ic-audit-batch-id
               MOVE ic-sum-jobs-read TO ic-audit-job-seq
               MOVE ic-carry-from-seq TO ic-audit-carry-from
           ELSE
               MOVE SPACES TO ic-audit-batch-id
               MOVE ZERO TO ic-audit-job-seq
               MOVE ZERO TO ic-audit-carry-from
           END-IF.
           MOVE ic-instr-count TO ic-audit-instr.
           MOVE ic-ip TO ic-audit-ip.
           MOVE ic-high-water-mark TO ic-audit-hwm.
                   MOVE "RST-SKIP" TO ic-audit-outcome
               WHEN ic-batch-enabled AND ic-cond-skip-job
                   MOVE "CONDSKIP" TO ic-audit-outcome
               WHEN ic-batch-enabled AND ic-carry-refused
                   MOVE "CARRYREF" TO ic-audit-outcome
               WHEN ic-cat-failed
                   MOVE "CAT-FAIL" TO ic-audit-outcome
               WHEN ic-edit-failed
                   MOVE "CMP-SAME" TO ic-audit-outcome
               WHEN ic-list-enabled
                   MOVE "LIST" TO ic-audit-outcome
      * a sweep is judged as a whole: one combination abending is
      * part of what the sweep was sent to find out.
               WHEN ic-sweep-enabled AND ic-outcome-stopped
                   MOVE "STOPPED" TO ic-audit-outcome
               WHEN ic-sweep-enabled AND ic-swp-hit-count > ZERO
                   MOVE "SWP-HIT" TO ic-audit-outcome
               WHEN ic-sweep-enabled
                   MOVE "SWP-MISS" TO ic-audit-outcome
               WHEN ic-outcome-diverged
                   MOVE "DIVERGED" TO ic-audit-outcome
               WHEN ic-outcome-abended
                   MOVE "ABEND" TO ic-audit-outcome
               WHEN ic-outcome-limit
           CLOSE audit-file.
       9500-exit.
           EXIT.

      * IMAGE: the run's final memory, as far as the closing report's
      * dump reaches, written as a deck the TEXT loader takes back. a
      * header record - passed over by the loader, like every line
      * starting with an asterisk - names the program and release the
      * memory came from, the instructions executed and how the run
      * ended; the cells follow ten to a line, comma separated.
       9700-write-memory-image.
           MOVE ic-program-length TO ic-img-cell-count.
           IF ic-high-water-mark + 1 > ic-img-cell-count
               COMPUTE ic-img-cell-count = ic-high-water-mark + 1
           END-IF.
           EVALUATE TRUE
               WHEN ic-outcome-diverged
                   MOVE "DIVERGED" TO ic-img-outcome
               WHEN ic-outcome-abended
                   MOVE "ABEND" TO ic-img-outcome
               WHEN ic-outcome-limit
                   MOVE "LIMIT" TO ic-img-outcome
               WHEN ic-outcome-quit
                   MOVE "QUIT" TO ic-img-outcome
               WHEN ic-outcome-stopped
                   MOVE "STOPPED" TO ic-img-outcome
               WHEN OTHER
                   MOVE "CLEAN" TO ic-img-outcome
           END-EVALUATE.
           MOVE ic-instr-count TO ic-img-instr-disp.
           MOVE ic-img-cell-count TO ic-img-cells-disp.
           OPEN OUTPUT image-file.
           MOVE SPACES TO image-record.
           MOVE 1 TO ic-img-ptr.
           STRING "*IMAGE,PROGRAM=" DELIMITED BY SIZE
               program-name DELIMITED BY " "
               ",RELEASE=" DELIMITED BY SIZE
               ic-cat-version-tag DELIMITED BY " "
               ",INSTR=" ic-img-instr-disp
               ",OUTCOME=" DELIMITED BY SIZE
               ic-img-outcome DELIMITED BY " "
               ",CELLS=" ic-img-cells-disp DELIMITED BY SIZE
               INTO image-record WITH POINTER ic-img-ptr.
           WRITE image-record.
           MOVE SPACES TO image-record.
           MOVE 1 TO ic-img-ptr.
           MOVE ZERO TO ic-img-on-line.
           PERFORM 9710-write-one-image-cell
               VARYING ic-img-idx FROM 1 BY 1
               UNTIL ic-img-idx > ic-img-cell-count.
           IF ic-img-on-line > ZERO
               WRITE image-record
           END-IF.
           CLOSE image-file.
           DISPLAY "ic: memory image of " ic-img-cells-disp
               " cells written".
       9700-exit.
           EXIT.

       9710-write-one-image-cell.
           MOVE ic-cell(ic-img-idx) TO ic-img-value-disp.
           MOVE ZERO TO ic-img-lead.
           INSPECT ic-img-value-disp TALLYING ic-img-lead
               FOR LEADING SPACES.
           IF ic-img-on-line > ZERO
               STRING "," DELIMITED BY SIZE
                   INTO image-record WITH POINTER ic-img-ptr
           END-IF.
           STRING ic-img-value-disp(ic-img-lead + 1:)
               DELIMITED BY SIZE
               INTO image-record WITH POINTER ic-img-ptr.
           ADD 1 TO ic-img-on-line.
           IF ic-img-on-line = 10
               WRITE image-record
               MOVE SPACES TO image-record
               MOVE 1 TO ic-img-ptr
               MOVE ZERO TO ic-img-on-line
           END-IF.
       9710-exit.
           EXIT.

      * COVERAGE: adds the counts on file into this run's table and
      * writes the sum back, one more run on the tally. counts on
      * file for a different deck or release are left alone and this
      * run's counts are dropped with a warning - folding one
      * release's counts into another's would claim coverage neither
      * release had. the table is cleared afterwards either way, so
      * the next batch job starts counting from zero.
       9600-merge-coverage-file.
           PERFORM 9610-read-coverage-file THRU 9610-exit.
           EVALUATE TRUE
               WHEN ic-cov-file-mismatch
                   DISPLAY "ic: coverage: file holds counts for a "
                       "different deck or release; this run's counts "
                       "were not merged" UPON STDERR
               WHEN ic-cov-file-bad
                   DISPLAY "ic: coverage: file is damaged; this run's "
                       "counts were not merged" UPON STDERR
               WHEN OTHER
                   ADD 1 TO ic-cov-runs
                   PERFORM 9620-write-coverage-file THRU 9620-exit
                   MOVE ic-cov-addr-count TO ic-cov-total-disp
                   MOVE ic-cov-runs TO ic-cov-runs-edit
                   DISPLAY "ic: coverage: " ic-cov-total-disp
                       " addresses executed over " ic-cov-runs-edit
                       " runs"
           END-EVALUATE.
           INITIALIZE ic-cov-counts.
       9600-exit.
           EXIT.

      * the deck the counts belong to, taken as loaded.
       9605-note-coverage-deck.
           PERFORM 2405-compute-load-checksum THRU 2405-exit.
           MOVE ic-cat-checksum TO ic-cov-deck-cks.
           MOVE ic-program-length TO ic-cov-deck-words.
       9605-exit.
           EXIT.

      * reads the coverage file's header and, when it names this
      * deck, adds every address,count line into ic-cov-count. no
      * file (or an empty one) is a deck with no runs yet.
       9610-read-coverage-file.
           SET ic-cov-file-empty TO TRUE.
           MOVE ZERO TO ic-cov-runs.
           SET ic-cov-not-eof TO TRUE.
           OPEN INPUT coverage-file.
           PERFORM 9611-read-one-coverage-line UNTIL ic-cov-eof.
           CLOSE coverage-file.
       9610-exit.
           EXIT.

       9611-read-one-coverage-line.
           READ coverage-file
               AT END
                   SET ic-cov-eof TO TRUE
               NOT AT END
                   IF coverage-record NOT = SPACES
                       IF ic-cov-file-empty
                           PERFORM 9612-check-coverage-header
                               THRU 9612-exit
                       ELSE
                           PERFORM 9613-add-coverage-line
                               THRU 9613-exit
                       END-IF
                   END-IF
           END-READ.
       9611-exit.
           EXIT.

       9612-check-coverage-header.
           MOVE SPACES TO ic-cov-tag-text.
           MOVE SPACES TO ic-cov-name-text.
           MOVE SPACES TO ic-cov-field-1.
           MOVE SPACES TO ic-cov-field-2.
           MOVE SPACES TO ic-cov-field-3.
           UNSTRING coverage-record DELIMITED BY ","
               INTO ic-cov-tag-text
                    ic-cov-name-text
                    ic-cov-field-1
                    ic-cov-field-2
                    ic-cov-field-3.
           SET ic-cov-file-match TO TRUE.
           IF ic-cov-tag-text NOT = "DECK"
               SET ic-cov-file-bad TO TRUE
           END-IF.
           IF ic-cov-file-match
               MOVE ic-cov-field-1 TO ic-debug-parse-text
               PERFORM 4260-parse-debug-number THRU 4260-exit
               IF ic-debug-parse-bad
                   SET ic-cov-file-bad TO TRUE
               ELSE
                   IF ic-debug-number-value NOT = ic-cov-deck-words
                       SET ic-cov-file-mismatch TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF ic-cov-file-match
               MOVE ic-cov-field-2 TO ic-debug-parse-text
               PERFORM 4260-parse-debug-number THRU 4260-exit
               IF ic-debug-parse-bad
                   SET ic-cov-file-bad TO TRUE
               ELSE
                   IF ic-debug-number-value NOT = ic-cov-deck-cks
                       SET ic-cov-file-mismatch TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF ic-cov-file-match
               MOVE ic-cov-field-3 TO ic-debug-parse-text
               PERFORM 4260-parse-debug-number THRU 4260-exit
               IF ic-debug-parse-bad
                   SET ic-cov-file-bad TO TRUE
               ELSE
                   MOVE ic-debug-number-value TO ic-cov-runs
               END-IF
           END-IF.
           IF NOT ic-cov-file-match
               SET ic-cov-eof TO TRUE
           END-IF.
       9612-exit.
           EXIT.

       9613-add-coverage-line.
           MOVE SPACES TO ic-cov-field-1.
           MOVE SPACES TO ic-cov-field-2.
           UNSTRING coverage-record DELIMITED BY ","
               INTO ic-cov-field-1
                    ic-cov-field-2.
           MOVE ic-cov-field-1 TO ic-debug-parse-text.
           PERFORM 4260-parse-debug-number THRU 4260-exit.
           IF ic-debug-parse-good
              AND ic-debug-number-value >= ZERO
              AND ic-debug-number-value < ic-memory-limit
               MOVE ic-debug-number-value TO ic-cov-line-addr
               MOVE ic-cov-field-2 TO ic-debug-parse-text
               PERFORM 4260-parse-debug-number THRU 4260-exit
           ELSE
               SET ic-debug-parse-bad TO TRUE
           END-IF.
           IF ic-debug-parse-bad OR ic-debug-number-value < ZERO
               DISPLAY "ic: coverage: bad coverage record "
                   coverage-record(1:40) UPON STDERR
               SET ic-cov-file-bad TO TRUE
               SET ic-cov-eof TO TRUE
           ELSE
               ADD ic-debug-number-value
                   TO ic-cov-count(ic-cov-line-addr + 1)
           END-IF.
       9613-exit.
           EXIT.

       9620-write-coverage-file.
           OPEN OUTPUT coverage-file.
           MOVE ic-cov-deck-words TO ic-cov-words-disp.
           MOVE ic-cov-deck-cks TO ic-cov-cks-disp.
           MOVE ic-cov-runs TO ic-cov-runs-disp.
           MOVE SPACES TO coverage-record.
           MOVE 1 TO ic-cov-ptr.
           STRING "DECK," DELIMITED BY SIZE
               program-name DELIMITED BY " "
               "," ic-cov-words-disp
               "," ic-cov-cks-disp
               "," ic-cov-runs-disp DELIMITED BY SIZE
               INTO coverage-record
               WITH POINTER ic-cov-ptr.
           WRITE coverage-record.
           MOVE ZERO TO ic-cov-addr-count.
           PERFORM 9621-write-one-coverage-line
               VARYING ic-cov-idx FROM 1 BY 1
               UNTIL ic-cov-idx > ic-memory-limit.
           CLOSE coverage-file.
       9620-exit.
           EXIT.

       9621-write-one-coverage-line.
           IF ic-cov-count(ic-cov-idx) > ZERO
               ADD 1 TO ic-cov-addr-count
               COMPUTE ic-cov-addr-disp = ic-cov-idx - 1
               MOVE ic-cov-count(ic-cov-idx) TO ic-cov-num-disp
               MOVE SPACES TO coverage-record
               STRING ic-cov-addr-disp "," ic-cov-num-disp
                   DELIMITED BY SIZE INTO coverage-record
               WRITE coverage-record
           END-IF.
       9621-exit.
           EXIT.
