      * make clean-cobol ; make build-cobol && ./cobol/iccat catalog.txt

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Intcode-Catalog-Maintenance.

      * maintenance companion to the Intcode-Virtual-Machine's
      * CATALOG check: registers a vendor deck's release, supersedes
      * it with the next one, or retires it, computing the deck's
      * word count and checksum itself - the same load and the same
      * formula 2400-check-catalog applies - so nobody works them out
      * by hand and a typo no longer blocks production runs with
      * return code 5. every entry carries its status, the date it
      * took effect and the operator who made it so; a superseded or
      * retired entry stays in the file as history with the date and
      * operator that ended it. with no action, or with LIST, prints
      * the catalog: each program's current release and its history.
      *
      * usage: iccat catalog-file [LIST]
      *        iccat catalog-file ADD program VERSION tag
      *                  OPERATOR name [TEXT] [DATE yyyymmdd]
      *        iccat catalog-file SUPERSEDE program VERSION tag
      *                  OPERATOR name [TEXT] [DATE yyyymmdd]
      *        iccat catalog-file RETIRE program
      *                  OPERATOR name [DATE yyyymmdd]
      *
      * return code 0 when the action was carried out (or the
      * listing printed), 1 for a usage error, 2 when the action was
      * refused - a duplicate version, a program with or without a
      * current release when the action needs the other, a deck that
      * cannot be read - and the catalog is left as it was.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL so the very first ADD creates the catalog.
           SELECT OPTIONAL catalog-file
               ASSIGN TO DISK catalog-file-name
               ORGANIZATION IS LINE SEQUENTIAL.
      * the deck being registered, in the VM's two load formats:
      * one binary word per value, or comma-separated decimal text.
      * the FILE STATUS clauses let a mistyped deck name be refused
      * with a message instead of a runtime error.
           SELECT program-file
               ASSIGN TO DISK program-name
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS icc-deck-status.
           SELECT program-text-file
               ASSIGN TO DISK program-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS icc-deck-status.

       DATA DIVISION.

       FILE SECTION.
      * one release per line, comma separated:
      *     name,version,words,checksum,status,effective,operator,
      *     ended,ended-by
      * status is CURRENT, SUPERSEDED or RETIRED. a line with only
      * the first four fields - the form the catalog was kept in by
      * hand - is a current release with no recorded history.
       FD catalog-file.
       01  catalog-record PIC X(400).
       FD program-file.
       01  program-record
           PIC S9(9) USAGE IS COMP-5.
       FD program-text-file.
       01  program-text-record PIC X(32000).

       WORKING-STORAGE SECTION.
       01  catalog-file-name PIC X(256).
       01  program-name      PIC X(256).

      * command-line option handling, the same shape the VM's own
      * option parser has: argument 1 is the catalog file, any
      * further arguments are keywords, some taking a value.
       01  icc-arg-number PIC S9(4) COMP-5.
       01  icc-arg-value  PIC X(256).
       01  icc-pending-option PIC X(10) VALUE SPACES.
       01  icc-arg-eof-switch PIC X(01) VALUE "N".
           88  icc-arg-eof     VALUE "Y".
           88  icc-arg-not-eof VALUE "N".

      * the action asked for and what it was given to work with.
       01  icc-action PIC X(10) VALUE SPACES.
           88  icc-action-list      VALUE "LIST".
           88  icc-action-add       VALUE "ADD".
           88  icc-action-supersede VALUE "SUPERSEDE".
           88  icc-action-retire    VALUE "RETIRE".
       01  icc-new-version  PIC X(12) VALUE SPACES.
       01  icc-operator     PIC X(20) VALUE SPACES.
       01  icc-effective    PIC X(08) VALUE SPACES.
       01  icc-load-format-switch PIC X(01) VALUE "B".
           88  icc-load-format-text   VALUE "T".
           88  icc-load-format-binary VALUE "B".
       01  icc-comma-count  PIC S9(4) COMP-5.

      * the whole catalog, read into storage so an action can be
      * checked against every release of the program before
      * anything is written, then written back whole. each entry
      * keeps the line it was read from: an entry the action does
      * not touch goes back out exactly as it came in.
       01  icc-entry-count PIC S9(4) COMP-5 VALUE ZERO.
       01  icc-entry-table.
           05  icc-entry OCCURS 500 TIMES.
               10  icc-ent-raw       PIC X(400).
               10  icc-ent-name      PIC X(256).
               10  icc-ent-version   PIC X(16).
               10  icc-ent-words     PIC X(16).
               10  icc-ent-cks       PIC X(32).
               10  icc-ent-status    PIC X(10).
               10  icc-ent-effective PIC X(08).
               10  icc-ent-operator  PIC X(20).
               10  icc-ent-ended     PIC X(08).
               10  icc-ent-ended-by  PIC X(20).
               10  icc-ent-changed-switch PIC X(01).
                   88  icc-ent-changed   VALUE "Y".
                   88  icc-ent-unchanged VALUE "N".
       01  icc-idx       PIC S9(4) COMP-5.
       01  icc-idx-2     PIC S9(4) COMP-5.
       01  icc-current-idx PIC S9(4) COMP-5.
       01  icc-eof-switch PIC X(01) VALUE "N".
           88  icc-eof     VALUE "Y".
           88  icc-not-eof VALUE "N".
       01  icc-found-switch PIC X(01) VALUE "N".
           88  icc-entry-found     VALUE "Y".
           88  icc-entry-not-found VALUE "N".
       01  icc-refused-switch PIC X(01) VALUE "N".
           88  icc-refused     VALUE "Y".
           88  icc-not-refused VALUE "N".

      * deck measurement work area: the load and the checksum are
      * the VM's own - 2050/2100 load, 2405/2410 checksum - so the
      * figures written here are the ones 2430-check-catalog-entry
      * will compare against. the checksum is a polynomial hash
      * over every loaded value, modulo the prime 1000000007, with
      * negative values taken to their non-negative residue first.
       01  icc-deck-status PIC X(02).
       01  icc-deck-eof-switch PIC X(01) VALUE "N".
           88  icc-deck-eof     VALUE "Y".
           88  icc-deck-not-eof VALUE "N".
       01  icc-deck-bad-switch PIC X(01) VALUE "N".
           88  icc-deck-bad  VALUE "Y".
           88  icc-deck-good VALUE "N".
       01  icc-deck-words  PIC S9(9) COMP-5 VALUE ZERO.
       01  icc-cell-value  PIC S9(18) COMP-5.
       01  icc-checksum    PIC S9(18) COMP-5 VALUE ZERO.
       01  icc-cks-work    PIC S9(18) COMP-5.
       01  icc-cks-div     PIC S9(18) COMP-5.
       01  icc-token-buffer PIC X(32) VALUE SPACES.
       01  icc-token-length PIC S9(4) COMP-5 VALUE ZERO.
       01  icc-token-value  PIC S9(18) COMP-5.
       01  icc-token-sign   PIC S9(1) VALUE 1.
       01  icc-text-pos     PIC S9(9) COMP-5.
       01  icc-current-char PIC X(01).
       01  icc-parse-idx    PIC S9(4) COMP-5.
       01  icc-digit-char   PIC X(01).
       01  icc-digit-num    PIC 9(01).
       01  icc-line-count   PIC S9(9) COMP-5 VALUE ZERO.

      * numbers are written to the catalog without leading zeros or
      * blanks, the way they were always typed into it.
       01  icc-num-disp    PIC 9(18).
       01  icc-num-text    PIC X(20).
       01  icc-num-lead    PIC S9(4) COMP-5.
       01  icc-words-text  PIC X(16).
       01  icc-cks-text    PIC X(32).

      * report formatting work area
       01  icc-detail-line PIC X(200).
       01  icc-ptr         PIC S9(4) COMP-5.
       01  icc-count-disp  PIC ZZZZZZZZ9.
       01  icc-words-disp  PIC ZZZZZZZZ9.
       01  icc-cks-disp    PIC Z(17)9.
       01  icc-program-count   PIC S9(9) COMP-5 VALUE ZERO.
       01  icc-current-count   PIC S9(9) COMP-5 VALUE ZERO.
       01  icc-history-count   PIC S9(9) COMP-5 VALUE ZERO.
       01  icc-first-switch PIC X(01) VALUE "N".
           88  icc-first-of-program     VALUE "Y".
           88  icc-not-first-of-program VALUE "N".

       PROCEDURE DIVISION.
       0000-mainline.
           PERFORM 1000-initialize THRU 1000-exit.
           PERFORM 2000-load-catalog THRU 2000-exit.
           IF icc-action-list
               PERFORM 6000-print-listing THRU 6000-exit
               GOBACK GIVING ZERO
           END-IF.
           EVALUATE TRUE
               WHEN icc-action-add
                   PERFORM 3000-add-release THRU 3000-exit
               WHEN icc-action-supersede
                   PERFORM 3100-supersede-release THRU 3100-exit
               WHEN icc-action-retire
                   PERFORM 3200-retire-release THRU 3200-exit
           END-EVALUATE.
           IF icc-refused
               DISPLAY "iccat: catalog not changed" UPON STDERR
               GOBACK GIVING 2
           END-IF.
           PERFORM 5000-rewrite-catalog THRU 5000-exit.
           GOBACK GIVING ZERO.

       1000-initialize.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT catalog-file-name FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM 1190-show-usage THRU 1190-exit
                   GOBACK GIVING 1.
           PERFORM 1100-parse-options THRU 1100-exit.
           IF icc-pending-option NOT = SPACES
               DISPLAY "iccat: " icc-pending-option
                   " needs a value" UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF icc-action = SPACES
               SET icc-action-list TO TRUE
           END-IF.
           IF NOT icc-action-list
               PERFORM 1200-check-action-options THRU 1200-exit
           END-IF.
       1000-exit.
           EXIT.

       1100-parse-options.
           MOVE 2 TO icc-arg-number.
           SET icc-arg-not-eof TO TRUE.
           PERFORM 1110-parse-one-option UNTIL icc-arg-eof.
       1100-exit.
           EXIT.

       1110-parse-one-option.
           DISPLAY icc-arg-number UPON ARGUMENT-NUMBER.
           ACCEPT icc-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   SET icc-arg-eof TO TRUE
               NOT ON EXCEPTION
                   IF icc-pending-option NOT = SPACES
                       PERFORM 1115-apply-pending-option
                           THRU 1115-exit
                   ELSE
                       EVALUATE icc-arg-value
                           WHEN "LIST"
                               PERFORM 1120-set-action THRU 1120-exit
                           WHEN "ADD"
                               PERFORM 1120-set-action THRU 1120-exit
                               MOVE "ADD" TO icc-pending-option
                           WHEN "SUPERSEDE"
                               PERFORM 1120-set-action THRU 1120-exit
                               MOVE "SUPERSEDE" TO icc-pending-option
                           WHEN "RETIRE"
                               PERFORM 1120-set-action THRU 1120-exit
                               MOVE "RETIRE" TO icc-pending-option
                           WHEN "VERSION"
                               MOVE "VERSION" TO icc-pending-option
                           WHEN "OPERATOR"
                               MOVE "OPERATOR" TO icc-pending-option
                           WHEN "DATE"
                               MOVE "DATE" TO icc-pending-option
                           WHEN "TEXT"
                               SET icc-load-format-text TO TRUE
                           WHEN OTHER
                               DISPLAY "iccat: unknown option "
                                   icc-arg-value UPON STDERR
                               GOBACK GIVING 1
                       END-EVALUATE
                   END-IF
                   ADD 1 TO icc-arg-number
           END-ACCEPT.
       1110-exit.
           EXIT.

      * every value ends up between commas in a catalog line, so a
      * value carrying a comma would shift every field after it; the
      * width limits are the columns the VM's audit record and this
      * program's own listing give them.
       1115-apply-pending-option.
           MOVE ZERO TO icc-comma-count.
           INSPECT icc-arg-value TALLYING icc-comma-count FOR ALL ",".
           IF icc-comma-count > ZERO
               DISPLAY "iccat: " icc-pending-option " value "
                   icc-arg-value(1:40) " may not contain a comma"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           EVALUATE icc-pending-option
               WHEN "ADD"
               WHEN "SUPERSEDE"
               WHEN "RETIRE"
                   MOVE icc-arg-value TO program-name
               WHEN "VERSION"
                   IF icc-arg-value(13:244) NOT = SPACES
                       DISPLAY "iccat: VERSION " icc-arg-value(1:40)
                           " is longer than 12 characters"
                           UPON STDERR
                       GOBACK GIVING 1
                   END-IF
                   MOVE icc-arg-value TO icc-new-version
               WHEN "OPERATOR"
                   IF icc-arg-value(21:236) NOT = SPACES
                       DISPLAY "iccat: OPERATOR " icc-arg-value(1:40)
                           " is longer than 20 characters"
                           UPON STDERR
                       GOBACK GIVING 1
                   END-IF
                   MOVE icc-arg-value TO icc-operator
               WHEN "DATE"
                   MOVE icc-arg-value(1:8) TO icc-effective
                   IF icc-effective NOT NUMERIC
                      OR icc-arg-value(9:248) NOT = SPACES
                       DISPLAY "iccat: DATE " icc-arg-value(1:40)
                           " must be yyyymmdd" UPON STDERR
                       GOBACK GIVING 1
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO icc-pending-option.
       1115-exit.
           EXIT.

      * one action per invocation: two would leave the catalog
      * half-changed if the second were refused.
       1120-set-action.
           IF icc-action NOT = SPACES
               DISPLAY "iccat: only one of LIST, ADD, SUPERSEDE and "
                   "RETIRE may be given" UPON STDERR
               GOBACK GIVING 1
           END-IF.
           MOVE icc-arg-value TO icc-action.
       1120-exit.
           EXIT.

       1190-show-usage.
           DISPLAY "Usage: iccat catalog-file [LIST]" UPON STDERR.
           DISPLAY "       iccat catalog-file ADD|SUPERSEDE program "
               "VERSION tag OPERATOR name [TEXT] [DATE yyyymmdd]"
               UPON STDERR.
           DISPLAY "       iccat catalog-file RETIRE program "
               "OPERATOR name [DATE yyyymmdd]" UPON STDERR.
       1190-exit.
           EXIT.

      * every maintenance action is signed: the operator's name goes
      * on the entry. the effective date defaults to today.
       1200-check-action-options.
           IF program-name = SPACES
               DISPLAY "iccat: " icc-action " needs a program file"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF icc-operator = SPACES
               DISPLAY "iccat: " icc-action " needs OPERATOR name"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF icc-new-version = SPACES AND NOT icc-action-retire
               DISPLAY "iccat: " icc-action " needs VERSION tag"
                   UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF icc-new-version NOT = SPACES AND icc-action-retire
               DISPLAY "iccat: RETIRE takes no VERSION - it retires "
                   "the program's current release" UPON STDERR
               GOBACK GIVING 1
           END-IF.
           IF icc-effective = SPACES
               ACCEPT icc-effective FROM DATE YYYYMMDD
           END-IF.
       1200-exit.
           EXIT.

       2000-load-catalog.
           MOVE ZERO TO icc-entry-count.
           SET icc-not-eof TO TRUE.
           OPEN INPUT catalog-file.
           PERFORM 2010-read-one-entry UNTIL icc-eof.
           CLOSE catalog-file.
       2000-exit.
           EXIT.

       2010-read-one-entry.
           READ catalog-file
               AT END
                   SET icc-eof TO TRUE
               NOT AT END
                   IF catalog-record NOT = SPACES
                       PERFORM 2020-store-entry THRU 2020-exit
                   END-IF
           END-READ.
       2010-exit.
           EXIT.

      * a catalog too big for the table is not rewritten at all -
      * writing back only the entries that fitted would lose the
      * rest.
       2020-store-entry.
           IF icc-entry-count >= 500
               DISPLAY "iccat: catalog holds more than 500 entries"
                   UPON STDERR
               GOBACK GIVING 2
           END-IF.
           ADD 1 TO icc-entry-count.
           MOVE icc-entry-count TO icc-idx.
           INITIALIZE icc-entry(icc-idx).
           MOVE catalog-record TO icc-ent-raw(icc-idx).
           SET icc-ent-unchanged(icc-idx) TO TRUE.
           UNSTRING catalog-record DELIMITED BY ","
               INTO icc-ent-name(icc-idx)
                    icc-ent-version(icc-idx)
                    icc-ent-words(icc-idx)
                    icc-ent-cks(icc-idx)
                    icc-ent-status(icc-idx)
                    icc-ent-effective(icc-idx)
                    icc-ent-operator(icc-idx)
                    icc-ent-ended(icc-idx)
                    icc-ent-ended-by(icc-idx).
           IF icc-ent-status(icc-idx) = SPACES
               MOVE "CURRENT" TO icc-ent-status(icc-idx)
           END-IF.
       2020-exit.
           EXIT.

      * ADD registers a program that has no current release: a new
      * program, or one retired earlier and now back in service.
       3000-add-release.
           SET icc-not-refused TO TRUE.
           PERFORM 3300-find-current-release THRU 3300-exit.
           IF icc-entry-found
               DISPLAY "iccat: " program-name(1:60)
                   " already has current release "
                   icc-ent-version(icc-current-idx)
                   " - use SUPERSEDE" UPON STDERR
               SET icc-refused TO TRUE
           END-IF.
           PERFORM 3310-check-duplicate-version THRU 3310-exit.
           IF icc-not-refused
               PERFORM 4000-measure-deck THRU 4000-exit
           END-IF.
           IF icc-not-refused
               PERFORM 3400-append-release THRU 3400-exit
           END-IF.
       3000-exit.
           EXIT.

      * SUPERSEDE replaces the current release with a new one; the
      * old entry stays as history, ended on the new one's date.
       3100-supersede-release.
           SET icc-not-refused TO TRUE.
           PERFORM 3300-find-current-release THRU 3300-exit.
           IF icc-entry-not-found
               DISPLAY "iccat: " program-name(1:60)
                   " has no current release - use ADD" UPON STDERR
               SET icc-refused TO TRUE
           ELSE
               PERFORM 3320-check-effective-date THRU 3320-exit
           END-IF.
           PERFORM 3310-check-duplicate-version THRU 3310-exit.
           IF icc-not-refused
               PERFORM 4000-measure-deck THRU 4000-exit
           END-IF.
           IF icc-not-refused
               MOVE "SUPERSEDED" TO icc-ent-status(icc-current-idx)
               PERFORM 3410-end-current-release THRU 3410-exit
               DISPLAY "iccat: " program-name(1:60) " release "
                   icc-ent-version(icc-current-idx) " superseded"
               PERFORM 3400-append-release THRU 3400-exit
           END-IF.
       3100-exit.
           EXIT.

      * RETIRE takes the program out of service: with no current
      * release left, the VM's catalog check refuses the deck.
       3200-retire-release.
           SET icc-not-refused TO TRUE.
           PERFORM 3300-find-current-release THRU 3300-exit.
           IF icc-entry-not-found
               DISPLAY "iccat: " program-name(1:60)
                   " has no current release to retire" UPON STDERR
               SET icc-refused TO TRUE
           ELSE
               PERFORM 3320-check-effective-date THRU 3320-exit
           END-IF.
           IF icc-not-refused
               MOVE "RETIRED" TO icc-ent-status(icc-current-idx)
               PERFORM 3410-end-current-release THRU 3410-exit
               DISPLAY "iccat: " program-name(1:60) " release "
                   icc-ent-version(icc-current-idx) " retired "
                   icc-effective " by " icc-operator
           END-IF.
       3200-exit.
           EXIT.

      * the program's current release, the first one in the file as
      * the VM's catalog scan takes the first entry that applies.
       3300-find-current-release.
           SET icc-entry-not-found TO TRUE.
           MOVE ZERO TO icc-current-idx.
           PERFORM 3301-match-current-release
               VARYING icc-idx FROM 1 BY 1
               UNTIL icc-idx > icc-entry-count
                  OR icc-entry-found.
       3300-exit.
           EXIT.

       3301-match-current-release.
           IF icc-ent-name(icc-idx) = program-name
              AND icc-ent-status(icc-idx) = "CURRENT"
               SET icc-entry-found TO TRUE
               MOVE icc-idx TO icc-current-idx
           END-IF.
       3301-exit.
           EXIT.

      * a version tag names one release for good: the audit trail
      * records runs by it, so it may never be reused for a
      * different deck, whatever became of the release it named.
       3310-check-duplicate-version.
           PERFORM 3311-match-duplicate-version
               VARYING icc-idx FROM 1 BY 1
               UNTIL icc-idx > icc-entry-count.
       3310-exit.
           EXIT.

       3311-match-duplicate-version.
           IF icc-ent-name(icc-idx) = program-name
              AND icc-ent-version(icc-idx) = icc-new-version
               DISPLAY "iccat: " program-name(1:60) " release "
                   icc-new-version " is already in the catalog ("
                   icc-ent-status(icc-idx) ")" UPON STDERR
               SET icc-refused TO TRUE
           END-IF.
       3311-exit.
           EXIT.

      * a release cannot end before it began.
       3320-check-effective-date.
           IF icc-ent-effective(icc-current-idx) NOT = SPACES
              AND icc-effective < icc-ent-effective(icc-current-idx)
               DISPLAY "iccat: date " icc-effective
                   " is before current release "
                   icc-ent-version(icc-current-idx)
                   " took effect on "
                   icc-ent-effective(icc-current-idx) UPON STDERR
               SET icc-refused TO TRUE
           END-IF.
       3320-exit.
           EXIT.

       3400-append-release.
           IF icc-entry-count >= 500
               DISPLAY "iccat: catalog is full (500 entries)"
                   UPON STDERR
               SET icc-refused TO TRUE
           ELSE
               ADD 1 TO icc-entry-count
               MOVE icc-entry-count TO icc-idx
               INITIALIZE icc-entry(icc-idx)
               SET icc-ent-changed(icc-idx) TO TRUE
               MOVE program-name TO icc-ent-name(icc-idx)
               MOVE icc-new-version TO icc-ent-version(icc-idx)
               MOVE icc-words-text TO icc-ent-words(icc-idx)
               MOVE icc-cks-text TO icc-ent-cks(icc-idx)
               MOVE "CURRENT" TO icc-ent-status(icc-idx)
               MOVE icc-effective TO icc-ent-effective(icc-idx)
               MOVE icc-operator TO icc-ent-operator(icc-idx)
               MOVE icc-deck-words TO icc-words-disp
               MOVE icc-checksum TO icc-cks-disp
               DISPLAY "iccat: " program-name(1:60) " release "
                   icc-new-version " registered: words "
                   icc-words-disp " checksum " icc-cks-disp
               DISPLAY "iccat: effective " icc-effective " by "
                   icc-operator
           END-IF.
       3400-exit.
           EXIT.

       3410-end-current-release.
           SET icc-ent-changed(icc-current-idx) TO TRUE.
           MOVE icc-effective TO icc-ent-ended(icc-current-idx).
           MOVE icc-operator TO icc-ent-ended-by(icc-current-idx).
       3410-exit.
           EXIT.

      * loads the deck the way the VM loads it and leaves its word
      * count and checksum in icc-words-text and icc-cks-text, ready
      * for the catalog line.
       4000-measure-deck.
           MOVE ZERO TO icc-deck-words.
           MOVE ZERO TO icc-checksum.
           SET icc-deck-good TO TRUE.
           SET icc-deck-not-eof TO TRUE.
           IF icc-load-format-text
               PERFORM 4100-measure-text-deck THRU 4100-exit
           ELSE
               PERFORM 4050-measure-binary-deck THRU 4050-exit
           END-IF.
           IF icc-not-refused AND icc-deck-words = ZERO
               DISPLAY "iccat: deck " program-name(1:60)
                   " holds no values" UPON STDERR
               SET icc-refused TO TRUE
           END-IF.
           IF icc-not-refused
               MOVE icc-deck-words TO icc-num-disp
               PERFORM 4300-left-justify-number THRU 4300-exit
               MOVE icc-num-text TO icc-words-text
               MOVE icc-checksum TO icc-num-disp
               PERFORM 4300-left-justify-number THRU 4300-exit
               MOVE icc-num-text TO icc-cks-text
           END-IF.
       4000-exit.
           EXIT.

       4050-measure-binary-deck.
           OPEN INPUT program-file.
           IF icc-deck-status NOT = "00"
               PERFORM 4090-refuse-unreadable-deck THRU 4090-exit
           ELSE
               PERFORM 4060-measure-binary-word UNTIL icc-deck-eof
               CLOSE program-file
           END-IF.
       4050-exit.
           EXIT.

       4060-measure-binary-word.
           READ program-file
               AT END
                   SET icc-deck-eof TO TRUE
               NOT AT END
                   MOVE program-record TO icc-cell-value
                   PERFORM 4200-checksum-one-value THRU 4200-exit
           END-READ.
       4060-exit.
           EXIT.

       4090-refuse-unreadable-deck.
           IF icc-deck-status = "35"
               DISPLAY "iccat: deck " program-name(1:60)
                   " not found" UPON STDERR
           ELSE
               DISPLAY "iccat: deck " program-name(1:60)
                   " cannot be opened, status " icc-deck-status
                   UPON STDERR
           END-IF.
           SET icc-refused TO TRUE.
       4090-exit.
           EXIT.

      * comma-separated decimal text, one or more values per line;
      * commas and blanks both delimit values, and a line starting
      * with an asterisk (an IMAGE deck's header) is passed over as
      * the loader passes it over. the VM's loader takes whatever
      * characters it is given as digits, so a deck with anything
      * else in it is refused here rather than registered with a
      * checksum over what the loader would make of it.
       4100-measure-text-deck.
           OPEN INPUT program-text-file.
           IF icc-deck-status NOT = "00"
               PERFORM 4090-refuse-unreadable-deck THRU 4090-exit
           ELSE
               MOVE ZERO TO icc-token-length
               MOVE SPACES TO icc-token-buffer
               MOVE ZERO TO icc-line-count
               PERFORM 4110-measure-text-line
                   UNTIL icc-deck-eof OR icc-deck-bad
               CLOSE program-text-file
               IF icc-deck-bad
                   MOVE icc-line-count TO icc-count-disp
                   DISPLAY "iccat: deck " program-name(1:60)
                       " has a bad value on line " icc-count-disp
                       UPON STDERR
                   SET icc-refused TO TRUE
               END-IF
           END-IF.
       4100-exit.
           EXIT.

       4110-measure-text-line.
           READ program-text-file
               AT END
                   SET icc-deck-eof TO TRUE
                   PERFORM 4130-finalize-token THRU 4130-exit
               NOT AT END
                   ADD 1 TO icc-line-count
                   IF program-text-record(1:1) NOT = "*"
                       PERFORM 4120-scan-char
                           VARYING icc-text-pos FROM 1 BY 1
                           UNTIL icc-text-pos
                                 > LENGTH OF program-text-record
                              OR icc-deck-bad
                   END-IF
           END-READ.
       4110-exit.
           EXIT.

       4120-scan-char.
           MOVE program-text-record(icc-text-pos:1)
               TO icc-current-char.
           EVALUATE TRUE
               WHEN icc-current-char = ","
                   PERFORM 4130-finalize-token THRU 4130-exit
               WHEN icc-current-char = " "
                   IF icc-token-length > 0
                       PERFORM 4130-finalize-token THRU 4130-exit
                   END-IF
               WHEN icc-current-char = "-" AND icc-token-length = 0
                   ADD 1 TO icc-token-length
                   MOVE icc-current-char
                       TO icc-token-buffer(icc-token-length:1)
               WHEN icc-current-char >= "0" AND icc-current-char <= "9"
                   IF icc-token-length >= 18
                       SET icc-deck-bad TO TRUE
                   ELSE
                       ADD 1 TO icc-token-length
                       MOVE icc-current-char
                           TO icc-token-buffer(icc-token-length:1)
                   END-IF
               WHEN OTHER
                   SET icc-deck-bad TO TRUE
           END-EVALUATE.
       4120-exit.
           EXIT.

       4130-finalize-token.
           IF icc-token-length > 0
               IF icc-token-buffer(1:icc-token-length) = "-"
                   SET icc-deck-bad TO TRUE
               ELSE
                   PERFORM 4140-parse-token THRU 4140-exit
                   MOVE icc-token-value TO icc-cell-value
                   PERFORM 4200-checksum-one-value THRU 4200-exit
               END-IF
               MOVE ZERO TO icc-token-length
               MOVE SPACES TO icc-token-buffer
           END-IF.
       4130-exit.
           EXIT.

      * converts icc-token-buffer(1:icc-token-length) into
      * icc-token-value, digit by digit as the VM's 2140 does.
       4140-parse-token.
           MOVE ZERO TO icc-token-value.
           MOVE 1 TO icc-token-sign.
           MOVE 1 TO icc-parse-idx.
           IF icc-token-buffer(1:1) = "-"
               MOVE -1 TO icc-token-sign
               MOVE 2 TO icc-parse-idx
           END-IF.
           PERFORM 4150-parse-digit THRU 4150-exit
               VARYING icc-parse-idx FROM icc-parse-idx BY 1
               UNTIL icc-parse-idx > icc-token-length.
           COMPUTE icc-token-value = icc-token-value * icc-token-sign.
       4140-exit.
           EXIT.

       4150-parse-digit.
           MOVE icc-token-buffer(icc-parse-idx:1) TO icc-digit-char.
           MOVE icc-digit-char TO icc-digit-num.
           COMPUTE icc-token-value = icc-token-value * 10
               + icc-digit-num.
       4150-exit.
           EXIT.

      * one loaded value into the running checksum - the VM's
      * 2410-checksum-one-cell, statement for statement.
       4200-checksum-one-value.
           ADD 1 TO icc-deck-words.
           DIVIDE icc-cell-value BY 1000000007
               GIVING icc-cks-div REMAINDER icc-cks-work.
           IF icc-cks-work < ZERO
               ADD 1000000007 TO icc-cks-work
           END-IF.
           COMPUTE icc-checksum =
               icc-checksum * 31 + icc-cks-work.
           DIVIDE icc-checksum BY 1000000007
               GIVING icc-cks-div REMAINDER icc-checksum.
       4200-exit.
           EXIT.

      * icc-num-disp into icc-num-text with the leading zeros
      * dropped (a lone zero kept).
       4300-left-justify-number.
           MOVE ZERO TO icc-num-lead.
           INSPECT icc-num-disp TALLYING icc-num-lead
               FOR LEADING "0".
           IF icc-num-lead >= LENGTH OF icc-num-disp
               MOVE LENGTH OF icc-num-disp TO icc-num-lead
               SUBTRACT 1 FROM icc-num-lead
           END-IF.
           MOVE SPACES TO icc-num-text.
           MOVE icc-num-disp(icc-num-lead + 1:) TO icc-num-text.
       4300-exit.
           EXIT.

      * writes the catalog back whole: untouched entries as they
      * were read, changed and new entries rebuilt in full.
       5000-rewrite-catalog.
           OPEN OUTPUT catalog-file.
           PERFORM 5010-write-one-entry
               VARYING icc-idx FROM 1 BY 1
               UNTIL icc-idx > icc-entry-count.
           CLOSE catalog-file.
       5000-exit.
           EXIT.

       5010-write-one-entry.
           IF icc-ent-unchanged(icc-idx)
               MOVE icc-ent-raw(icc-idx) TO catalog-record
           ELSE
               MOVE SPACES TO catalog-record
               STRING icc-ent-name(icc-idx) DELIMITED BY " "
                   "," DELIMITED BY SIZE
                   icc-ent-version(icc-idx) DELIMITED BY " "
                   "," DELIMITED BY SIZE
                   icc-ent-words(icc-idx) DELIMITED BY " "
                   "," DELIMITED BY SIZE
                   icc-ent-cks(icc-idx) DELIMITED BY " "
                   "," DELIMITED BY SIZE
                   icc-ent-status(icc-idx) DELIMITED BY " "
                   "," DELIMITED BY SIZE
                   icc-ent-effective(icc-idx) DELIMITED BY " "
                   "," DELIMITED BY SIZE
                   icc-ent-operator(icc-idx) DELIMITED BY "  "
                   "," DELIMITED BY SIZE
                   icc-ent-ended(icc-idx) DELIMITED BY " "
                   "," DELIMITED BY SIZE
                   icc-ent-ended-by(icc-idx) DELIMITED BY "  "
                   INTO catalog-record
           END-IF.
           WRITE catalog-record.
       5010-exit.
           EXIT.

      * one block per program, in the order each program first
      * appears in the file: the current release first, then the
      * history in file order, which is the order it was made.
       6000-print-listing.
           DISPLAY "iccat: ---- catalog listing ----".
           PERFORM 6010-list-one-program
               VARYING icc-idx FROM 1 BY 1
               UNTIL icc-idx > icc-entry-count.
           DISPLAY " ".
           MOVE icc-program-count TO icc-count-disp.
           DISPLAY "iccat: programs:            " icc-count-disp.
           MOVE icc-current-count TO icc-count-disp.
           DISPLAY "iccat: current releases:    " icc-count-disp.
           MOVE icc-history-count TO icc-count-disp.
           DISPLAY "iccat: historical releases: " icc-count-disp.
       6000-exit.
           EXIT.

      * an entry starts a program's block only if no earlier entry
      * has the same name.
       6010-list-one-program.
           SET icc-first-of-program TO TRUE.
           PERFORM 6011-match-earlier-program
               VARYING icc-idx-2 FROM 1 BY 1
               UNTIL icc-idx-2 >= icc-idx.
           IF icc-first-of-program
               ADD 1 TO icc-program-count
               DISPLAY " "
               DISPLAY "iccat: " icc-ent-name(icc-idx)(1:72)
               PERFORM 6020-list-current-entry
                   VARYING icc-idx-2 FROM icc-idx BY 1
                   UNTIL icc-idx-2 > icc-entry-count
               PERFORM 6030-list-history-entry
                   VARYING icc-idx-2 FROM icc-idx BY 1
                   UNTIL icc-idx-2 > icc-entry-count
           END-IF.
       6010-exit.
           EXIT.

       6011-match-earlier-program.
           IF icc-ent-name(icc-idx-2) = icc-ent-name(icc-idx)
               SET icc-not-first-of-program TO TRUE
           END-IF.
       6011-exit.
           EXIT.

       6020-list-current-entry.
           IF icc-ent-name(icc-idx-2) = icc-ent-name(icc-idx)
              AND icc-ent-status(icc-idx-2) = "CURRENT"
               ADD 1 TO icc-current-count
               PERFORM 6040-print-entry-line THRU 6040-exit
           END-IF.
       6020-exit.
           EXIT.

       6030-list-history-entry.
           IF icc-ent-name(icc-idx-2) = icc-ent-name(icc-idx)
              AND icc-ent-status(icc-idx-2) NOT = "CURRENT"
               ADD 1 TO icc-history-count
               PERFORM 6040-print-entry-line THRU 6040-exit
           END-IF.
       6030-exit.
           EXIT.

      * status, version, the measured figures, and who put the
      * release in and took it out of service, and when. an entry
      * typed in by hand before releases were signed shows blanks
      * there.
       6040-print-entry-line.
           MOVE SPACES TO icc-detail-line.
           MOVE 1 TO icc-ptr.
           STRING "iccat:   " icc-ent-status(icc-idx-2) " "
               icc-ent-version(icc-idx-2)(1:12)
               " WORDS " icc-ent-words(icc-idx-2)(1:10)
               " CHECKSUM " icc-ent-cks(icc-idx-2)(1:10)
               " FROM " icc-ent-effective(icc-idx-2)
               " BY " icc-ent-operator(icc-idx-2)
               DELIMITED BY SIZE INTO icc-detail-line
               WITH POINTER icc-ptr.
           IF icc-ent-ended(icc-idx-2) NOT = SPACES
               STRING " ENDED " icc-ent-ended(icc-idx-2)
                   " BY " icc-ent-ended-by(icc-idx-2)
                   DELIMITED BY SIZE INTO icc-detail-line
                   WITH POINTER icc-ptr
           END-IF.
           DISPLAY icc-detail-line(1:icc-ptr - 1).
       6040-exit.
           EXIT.
