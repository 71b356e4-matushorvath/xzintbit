
       FILE SECTION.
       FD audit-file.
       01  audit-record PIC X(256).

       WORKING-STORAGE SECTION.
       01  audit-file-name PIC X(256).
           05  ica-audit-hwm      PIC X(06).
           05  FILLER             PIC X(01).
           05  ica-audit-outcome  PIC X(08).
           05  FILLER             PIC X(01).
           05  ica-audit-switches-2 PIC X(10).
           05  FILLER             PIC X(01).
           05  ica-audit-batch-id PIC X(14).
           05  FILLER             PIC X(01).
           05  ica-audit-job-seq  PIC X(04).
           05  FILLER             PIC X(01).
           05  ica-audit-carry-from PIC X(04).

       01  ica-eof-switch PIC X(01) VALUE "N".
           88  ica-eof     VALUE "Y".
           EXIT.

      * one detail line per selected record - when it ran, what it
      * was, which release, how it ended and what it cost, and for a
      * batch job which batch and which job - then, on lines of their
      * own, the job a CARRY job started from (or would have) and the
      * options that were in force, by name.
       3000-print-record.
           MOVE SPACES TO ica-detail-line.
           MOVE 1 TO ica-ptr.
               " INSTR=" ica-audit-instr
               DELIMITED BY SIZE INTO ica-detail-line
               WITH POINTER ica-ptr.
           IF ica-audit-batch-id NOT = SPACES
               STRING " BATCH=" ica-audit-batch-id
                   " JOB=" ica-audit-job-seq
                   DELIMITED BY SIZE INTO ica-detail-line
                   WITH POINTER ica-ptr
           END-IF.
           DISPLAY ica-detail-line.
           IF ica-audit-batch-id NOT = SPACES
              AND ica-audit-carry-from NOT = SPACES
              AND ica-audit-carry-from NOT = "0000"
               MOVE SPACES TO ica-detail-line
               MOVE 1 TO ica-ptr
               STRING "                CARRY FROM JOB: "
                   ica-audit-carry-from
                   DELIMITED BY SIZE INTO ica-detail-line
                   WITH POINTER ica-ptr
               DISPLAY ica-detail-line
           END-IF.
           PERFORM 3100-decode-switches THRU 3100-exit.
           MOVE SPACES TO ica-detail-line.
           MOVE 1 TO ica-ptr.

      * the switches column is the VM's ic-option-switches group,
      * one letter per option in declaration order; each position
      * decoded here must stay in step with that declaration. the
      * second switches column, after the outcome, is its
      * ic-option-switches-2 group, decoded the same way; records
      * written before that column existed carry spaces there.
       3100-decode-switches.
           MOVE SPACES TO ica-options-line.
           MOVE 1 TO ica-ptr.
               MOVE "EDIT" TO ica-option-name
               PERFORM 3110-append-option THRU 3110-exit
           END-IF.
           IF ica-audit-switches-2(1:1) = "Y"
               MOVE "SWEEP" TO ica-option-name
               PERFORM 3110-append-option THRU 3110-exit
           END-IF.
           IF ica-audit-switches-2(2:1) = "Y"
               MOVE "COVERAGE" TO ica-option-name
               PERFORM 3110-append-option THRU 3110-exit
           END-IF.
           IF ica-audit-switches-2(3:1) = "Y"
               MOVE "WATCH" TO ica-option-name
               PERFORM 3110-append-option THRU 3110-exit
           END-IF.
           IF ica-audit-switches-2(4:1) = "Y"
               MOVE "JOURNAL" TO ica-option-name
               PERFORM 3110-append-option THRU 3110-exit
           END-IF.
           IF ica-audit-switches-2(5:1) = "Y"
               MOVE "CAPTURE" TO ica-option-name
               PERFORM 3110-append-option THRU 3110-exit
           END-IF.
           IF ica-audit-switches-2(6:1) = "Y"
               MOVE "REPLAY" TO ica-option-name
               PERFORM 3110-append-option THRU 3110-exit
           END-IF.
           IF ica-audit-switches-2(8:1) = "Y"
               MOVE "IMAGE" TO ica-option-name
               PERFORM 3110-append-option THRU 3110-exit
           END-IF.
           IF ica-options-line = SPACES
               MOVE "(defaults)" TO ica-options-line
           END-IF.
