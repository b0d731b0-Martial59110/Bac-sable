           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT FICHIERCLIENT ASSIGN TO "FICHIERCLIENT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENT-CODE
           ALTERNATE RECORD KEY IS CLIENT-NAME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CLIENT-DEPT
               WITH DUPLICATES
           FILE STATUS IS ws-fichierclient-status.

           SELECT NAME-REPORT ASSIGN TO "NAMEQA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT NAMEFIX-FILE ASSIGN TO "NAMEFIX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-namefix-status.

           SELECT NAMEFIX-WORK ASSIGN TO "NAMEFIX.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-work-status.

           SELECT TRANS-FILE ASSIGN TO "CLITRANS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-trans-status.

       DATA DIVISION.
       FILE SECTION.
      *sized wider than the 80-character phrase limit so an
       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  NAME-REPORT.
       01  NAME-REPORT-LINE PIC X(132).

      *proposed name repairs: a CLITRANS.txt update transaction
      *(the whole master image with only the name changed, no
      *effective date) followed by the name it replaces, so the
      *approval can see what it is changing and refuse a record
      *that has moved on since the scan.
       FD  NAMEFIX-FILE.
       01  NAMEFIX-RECORD.
           05  NFX-ACTION       PIC X.
           05  NFX-CLIENT-AREA  PIC X(80).
           05  NFX-EFF-DATE     PIC X(8).
           05  FILLER           PIC X.
           05  NFX-OLD-NAME     PIC X(25).

       FD  NAMEFIX-WORK.
       01  NAMEFIX-WORK-RECORD PIC X(115).

      *same layout CLIENTUPD reads.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TRN-ACTION       PIC X.
           05  TRN-CLIENT-AREA  PIC X(80).
           05  TRN-EFF-DATE     PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-STATUS pic x(2) value "00".
       01 ws-audit-input-word pic x(80) value spaces.
       01 ws-audit-reversed-word pic x(80) value spaces.

      *name-quality scan. nq-name is the name being looked at,
      *nq-work the repaired copy being built from it.
       01 ws-fichierclient-status pic x(2) value "00".
       01 ws-namefix-status pic x(2) value "00".
       01 ws-work-status pic x(2) value "00".
       01 ws-trans-status pic x(2) value "00".
       01 client-eof pic x value 'n'.
       01 fix-eof pic x value 'n'.
       01 nq-name pic x(25) value spaces.
       01 nq-work pic x(25) value spaces.
       01 nq-fixed pic x(25) value spaces.
       01 nq-first-word pic x(25) value spaces.
       01 nq-rest pic x(25) value spaces.
       01 nq-char pic x value space.
       01 nq-prev pic x value space.
       01 nq-in pic 9(4) value 0.
       01 nq-out pic 9(4) value 0.
       01 nq-len pic 9(4) value 0.
       01 nq-comma-pos pic 9(4) value 0.
       01 nq-word-end pic 9(4) value 0.
       01 nq-has-rest pic x value 'n'.
       01 nq-lower-count pic 9(4) value 0.
       01 nq-upper-count pic 9(4) value 0.
       01 nq-digit-count pic 9(4) value 0.
       01 nq-punct-count pic 9(4) value 0.
       01 nq-comma-count pic 9(4) value 0.
       01 nq-first-upper pic 9(4) value 0.
       01 nq-first-lower pic 9(4) value 0.
       01 nq-later-lower pic 9(4) value 0.
       01 nq-problems pic x(60) value spaces.
       01 nq-ptr pic 9(4) value 1.
       01 nq-flags.
           05  nq-blank    pic x value 'n'.
           05  nq-leading  pic x value 'n'.
           05  nq-double   pic x value 'n'.
           05  nq-lower    pic x value 'n'.
           05  nq-digits   pic x value 'n'.
           05  nq-punct    pic x value 'n'.
           05  nq-swap     pic x value 'n'.
           05  nq-maybe    pic x value 'n'.
       01 nq-manual pic x value 'n'.
       01 nq-scanned pic 9(6) value zeros.
       01 nq-bad-count pic 9(6) value zeros.
       01 nq-fix-count pic 9(6) value zeros.
       01 nq-manual-count pic 9(6) value zeros.
       01 nq-type-counts.
           05  nq-cnt-blank   pic 9(6) value zeros.
           05  nq-cnt-leading pic 9(6) value zeros.
           05  nq-cnt-double  pic 9(6) value zeros.
           05  nq-cnt-lower   pic 9(6) value zeros.
           05  nq-cnt-digits  pic 9(6) value zeros.
           05  nq-cnt-punct   pic 9(6) value zeros.
           05  nq-cnt-swap    pic 9(6) value zeros.
           05  nq-cnt-maybe   pic 9(6) value zeros.
       01 ap-choice pic x value space.
       01 ap-stop pic x value 'n'.
       01 ap-approved pic 9(6) value zeros.
       01 ap-declined pic 9(6) value zeros.
       01 ap-stale pic 9(6) value zeros.
       01 ap-left pic 9(6) value zeros.
       01 ap-current-ok pic x value 'n'.

       01 nq-header-1 pic x(132) value
           "CLIENT NAME QUALITY SCAN - FICHIERCLIENT".
       01 nq-header-2 pic x(132) value all "-".
       01 nq-col-header.
           05  filler pic x(11) value "CODE".
           05  filler pic x(27) value "NAME ON MASTER".
           05  filler pic x(27) value "PROPOSED NAME".
           05  filler pic x(67) value "PROBLEMS".
       01 nq-detail.
           05  nq-det-code     pic x(9).
           05  filler          pic x(2) value spaces.
           05  nq-det-name     pic x(25).
           05  filler          pic x(2) value spaces.
           05  nq-det-proposed pic x(25).
           05  filler          pic x(2) value spaces.
           05  nq-det-problems pic x(60).
           05  filler          pic x(7) value spaces.

       01 qa-detail.
           05  qa-original  pic x(80).
           05  filler       pic x(3) value spaces.
           display "REVERSE - word reversal utility".
           display "1. Interactive".
           display "2. Batch - word list file".
           display "3. Client name quality scan".
           display "4. Approve proposed name repairs into CLITRANS".
           display "Enter choice: ".
           accept mode-choice.

           evaluate mode-choice
               when "2" perform BATCH-RUN
               when "3" perform NAME-QUALITY-SCAN
               when "4" perform APPROVE-NAME-FIXES
               when other perform INTERACTIVE-RUN
           end-evaluate.

               delimited by size into AUDIT-RESULT.
           write AUDIT-RECORD.
           close AUDIT-LOG.

      *mode 3: every CLIENT-NAME on the master is classified.
      *leading blanks, double spaces, an all-lowercase name and a
      *"surname, forename" order swap are repaired and proposed in
      *NAMEFIX.txt; digits, other punctuation, a blank name and a
      *capitalised first word that may be a surname in front
      *("DUPONT Jean") need a person, so such a name gets no
      *proposal at all - a half-repaired name would only come
      *back on the next scan. nothing on the master changes here.
       NAME-QUALITY-SCAN.
           open input FICHIERCLIENT.
           if ws-fichierclient-status not = "00"
               display "Unable to open FICHIERCLIENT, file status "
                       ws-fichierclient-status
               move 16 to return-code
               stop run
           end-if.
           open output NAME-REPORT.
           open output NAMEFIX-FILE.
           write NAME-REPORT-LINE from nq-header-1.
           write NAME-REPORT-LINE from nq-header-2.
           write NAME-REPORT-LINE from nq-col-header.

           move 'n' to client-eof.
           perform until client-eof = 'y'
               read FICHIERCLIENT next record
                   at end move 'y' to client-eof
                   not at end perform CHECK-CLIENT-NAME
               end-read
           end-perform.
           close FICHIERCLIENT.
           close NAMEFIX-FILE.

           write NAME-REPORT-LINE from nq-header-2.
           move "Names scanned" to qa-tot-label.
           move nq-scanned to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           move "Names with problems" to qa-tot-label.
           move nq-bad-count to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           move "  repairs proposed" to qa-tot-label.
           move nq-fix-count to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           move "  left for manual review" to qa-tot-label.
           move nq-manual-count to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           move spaces to NAME-REPORT-LINE.
           write NAME-REPORT-LINE.
           move "Blank name" to qa-tot-label.
           move nq-cnt-blank to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           move "Leading blanks" to qa-tot-label.
           move nq-cnt-leading to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           move "Double spaces" to qa-tot-label.
           move nq-cnt-double to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           move "All lowercase" to qa-tot-label.
           move nq-cnt-lower to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           move "Digits" to qa-tot-label.
           move nq-cnt-digits to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           move "Punctuation" to qa-tot-label.
           move nq-cnt-punct to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           move "Order swap (surname first)" to qa-tot-label.
           move nq-cnt-swap to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           move "Possible order swap" to qa-tot-label.
           move nq-cnt-maybe to qa-tot-value.
           write NAME-REPORT-LINE from qa-total.
           close NAME-REPORT.

           display nq-bad-count " problem name(s), " nq-fix-count
                   " repair(s) proposed in NAMEFIX.txt".
           display "Name quality report written to NAMEQA.txt".
           if nq-bad-count > zeros
               move 4 to return-code
           end-if.
           move spaces to ws-audit-input-word ws-audit-reversed-word.
           string "namescan=" nq-scanned delimited by size
               into ws-audit-input-word.
           string "bad=" nq-bad-count " proposed=" nq-fix-count
               delimited by size into ws-audit-reversed-word.
           perform WRITE-NAME-AUDIT.

       CHECK-CLIENT-NAME.
           add 1 to nq-scanned.
           move CLIENT-NAME to nq-name.
           move 'n' to nq-blank nq-leading nq-double nq-lower
                       nq-digits nq-punct nq-swap nq-maybe.
           perform CLASSIFY-NAME-CHARACTERS.
           if nq-blank = 'n'
               perform SQUEEZE-NAME-SPACES
               perform FIND-ORDER-SWAP
               if nq-lower-count > 0 and nq-upper-count = 0
                   move 'y' to nq-lower
               end-if
           end-if.
           if nq-flags not = "nnnnnnnn"
               perform REPORT-BAD-NAME
           end-if.

      *character classes over the whole name. a comma is held
      *back from the punctuation count until FIND-ORDER-SWAP has
      *seen whether it is the "surname, forename" comma.
       CLASSIFY-NAME-CHARACTERS.
           move 0 to nq-lower-count nq-upper-count nq-digit-count
                     nq-punct-count nq-comma-count nq-comma-pos.
           if nq-name = spaces
               move 'y' to nq-blank
           else
               if nq-name(1:1) = space
                   move 'y' to nq-leading
               end-if
               perform varying nq-in from 1 by 1 until nq-in > 25
                   move nq-name(nq-in:1) to nq-char
                   evaluate true
                       when nq-char = space
                           continue
                       when nq-char is alphabetic-lower
                           add 1 to nq-lower-count
                       when nq-char is alphabetic-upper
                           add 1 to nq-upper-count
                       when nq-char is numeric
                           add 1 to nq-digit-count
                       when nq-char = "-" or nq-char = "'"
                           continue
                       when nq-char = ","
                           add 1 to nq-comma-count
                       when other
                           add 1 to nq-punct-count
                   end-evaluate
               end-perform
               if nq-digit-count > 0
                   move 'y' to nq-digits
               end-if
           end-if.

      *nq-work = the name left-justified with every run of spaces
      *cut to one; a difference from the name with only its
      *leading blanks removed means there were double spaces.
       SQUEEZE-NAME-SPACES.
           move spaces to nq-work.
           move 0 to nq-out.
           move space to nq-prev.
           perform varying nq-in from 1 by 1 until nq-in > 25
               move nq-name(nq-in:1) to nq-char
               if nq-char not = space
                  or (nq-out > 0 and nq-prev not = space)
                   add 1 to nq-out
                   move nq-char to nq-work(nq-out:1)
               end-if
               move nq-char to nq-prev
           end-perform.
           if nq-work not = function trim(nq-name leading)
               move 'y' to nq-double
           end-if.

      *"DUPONT, Jean" or "dupont, jean marie": one comma, straight
      *after the first word and followed by more words. the
      *repair puts the words after the comma in front - the word
      *order handling REVERSE does for phrases, one word at a
      *time. any other comma is punctuation. with no comma, an
      *all-capitals first word ahead of a word in mixed case is
      *only reported as a possible swap.
       FIND-ORDER-SWAP.
           move 0 to nq-word-end.
           inspect nq-work tallying nq-word-end
               for characters before initial space.
      *a name of one 25-character word has nothing after it.
           move 'n' to nq-has-rest.
           if nq-word-end < 25
               if nq-work(nq-word-end + 1:) not = spaces
                   move 'y' to nq-has-rest
               end-if
           end-if.
           if nq-comma-count = 1
              and nq-word-end > 1
              and nq-work(nq-word-end:1) = ","
              and nq-has-rest = 'y'
               move 'y' to nq-swap
               move spaces to nq-first-word nq-rest
               move nq-work(1:nq-word-end - 1) to nq-first-word
               move function trim(nq-work(nq-word-end + 1:))
                   to nq-rest
           else
               add nq-comma-count to nq-punct-count
           end-if.
           if nq-punct-count > 0
               move 'y' to nq-punct
           end-if.
           if nq-swap = 'n' and nq-word-end > 1
              and nq-has-rest = 'y'
               move 0 to nq-first-upper nq-first-lower nq-later-lower
               inspect nq-work(1:nq-word-end)
                   tallying nq-first-lower for all "a" "b" "c" "d"
                       "e" "f" "g" "h" "i" "j" "k" "l" "m" "n" "o"
                       "p" "q" "r" "s" "t" "u" "v" "w" "x" "y" "z"
               inspect nq-work(nq-word-end + 1:)
                   tallying nq-later-lower for all "a" "b" "c" "d"
                       "e" "f" "g" "h" "i" "j" "k" "l" "m" "n" "o"
                       "p" "q" "r" "s" "t" "u" "v" "w" "x" "y" "z"
               if nq-first-lower = 0 and nq-later-lower > 0
                   move 'y' to nq-maybe
               end-if
           end-if.

       REPORT-BAD-NAME.
           add 1 to nq-bad-count.
           move spaces to nq-problems.
           move 1 to nq-ptr.
           if nq-blank = 'y'
               add 1 to nq-cnt-blank
               string "BLANK " delimited by size
                   into nq-problems with pointer nq-ptr
           end-if.
           if nq-leading = 'y'
               add 1 to nq-cnt-leading
               string "LEADING-BLANKS " delimited by size
                   into nq-problems with pointer nq-ptr
           end-if.
           if nq-double = 'y'
               add 1 to nq-cnt-double
               string "DOUBLE-SPACES " delimited by size
                   into nq-problems with pointer nq-ptr
           end-if.
           if nq-lower = 'y'
               add 1 to nq-cnt-lower
               string "LOWERCASE " delimited by size
                   into nq-problems with pointer nq-ptr
           end-if.
           if nq-digits = 'y'
               add 1 to nq-cnt-digits
               string "DIGITS " delimited by size
                   into nq-problems with pointer nq-ptr
           end-if.
           if nq-punct = 'y'
               add 1 to nq-cnt-punct
               string "PUNCTUATION " delimited by size
                   into nq-problems with pointer nq-ptr
           end-if.
           if nq-swap = 'y'
               add 1 to nq-cnt-swap
               string "ORDER-SWAP " delimited by size
                   into nq-problems with pointer nq-ptr
           end-if.
           if nq-maybe = 'y'
               add 1 to nq-cnt-maybe
               string "POSSIBLE-SWAP " delimited by size
                   into nq-problems with pointer nq-ptr
           end-if.

           if nq-blank = 'y' or nq-digits = 'y' or nq-punct = 'y'
              or nq-maybe = 'y'
               move 'y' to nq-manual
           else
               move 'n' to nq-manual
           end-if.

           move CLIENT-CODE to nq-det-code.
           move CLIENT-NAME to nq-det-name.
           move nq-problems to nq-det-problems.
           if nq-manual = 'y'
               add 1 to nq-manual-count
               move "(manual review)" to nq-det-proposed
           else
               perform BUILD-REPAIRED-NAME
               move nq-fixed to nq-det-proposed
               perform WRITE-NAME-FIX
           end-if.
           write NAME-REPORT-LINE from nq-detail.

       BUILD-REPAIRED-NAME.
           if nq-swap = 'y'
               move spaces to nq-fixed
               string function trim(nq-rest) delimited by size
                      " " delimited by size
                      function trim(nq-first-word) delimited by size
                   into nq-fixed
           else
               move nq-work to nq-fixed
           end-if.
           if nq-lower = 'y'
               perform CAPITALISE-WORDS
           end-if.

      *an all-lowercase name gets a capital at the start of each
      *word and after a hyphen or apostrophe (jean-luc o'brien ->
      *Jean-Luc O'Brien).
       CAPITALISE-WORDS.
           move space to nq-prev.
           perform varying nq-in from 1 by 1 until nq-in > 25
               move nq-fixed(nq-in:1) to nq-char
               if nq-char is alphabetic-lower
                  and (nq-prev = space or nq-prev = "-"
                       or nq-prev = "'")
                   inspect nq-fixed(nq-in:1) converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               end-if
               move nq-char to nq-prev
           end-perform.

       WRITE-NAME-FIX.
           add 1 to nq-fix-count.
           move spaces to NAMEFIX-RECORD.
           move "U" to NFX-ACTION.
           move CLIENT-RECORD to NFX-CLIENT-AREA.
           move nq-fixed to NFX-CLIENT-AREA(10:25).
      *the probation outcome (bytes 64-66) is PROBREV's alone and
      *CLIENTUPD keeps the master's; the image carries none.
           move spaces to NFX-CLIENT-AREA(64:3).
           move spaces to NFX-EFF-DATE.
           move CLIENT-NAME to NFX-OLD-NAME.
           write NAMEFIX-RECORD.

      *mode 4: the operator goes through NAMEFIX.txt one repair
      *at a time - y approves it onto CLITRANS.txt for the next
      *CLIENTUPD run, n throws it away, q stops and keeps the
      *rest for later. a repair whose master record has changed
      *in any way since the scan is dropped: its image would
      *undo that change. the probation outcome is the exception,
      *since CLIENTUPD never takes it from an image.
       APPROVE-NAME-FIXES.
           open input NAMEFIX-FILE.
           if ws-namefix-status not = "00"
               display "No NAMEFIX.txt - run the name quality scan "
                       "first."
               stop run
           end-if.
           open input FICHIERCLIENT.
           if ws-fichierclient-status not = "00"
               display "Unable to open FICHIERCLIENT, file status "
                       ws-fichierclient-status
               move 16 to return-code
               stop run
           end-if.
           open extend TRANS-FILE.
           if ws-trans-status not = "00"
               open output TRANS-FILE
               close TRANS-FILE
               open extend TRANS-FILE
           end-if.
           open output NAMEFIX-WORK.

           move 'n' to fix-eof.
           perform until fix-eof = 'y'
               read NAMEFIX-FILE
                   at end move 'y' to fix-eof
                   not at end perform REVIEW-NAME-FIX
               end-read
           end-perform.
           close NAMEFIX-FILE.
           close NAMEFIX-WORK.
           close TRANS-FILE.
           close FICHIERCLIENT.

           open input NAMEFIX-WORK.
           open output NAMEFIX-FILE.
           move 'n' to fix-eof.
           perform until fix-eof = 'y'
               read NAMEFIX-WORK
                   at end move 'y' to fix-eof
                   not at end
                       write NAMEFIX-RECORD from NAMEFIX-WORK-RECORD
               end-read
           end-perform.
           close NAMEFIX-WORK.
           close NAMEFIX-FILE.

           display ap-approved " approved onto CLITRANS.txt, "
                   ap-declined " declined, " ap-stale
                   " dropped as out of date, " ap-left " left".
           move spaces to ws-audit-input-word ws-audit-reversed-word.
           string "nameapprove left=" ap-left delimited by size
               into ws-audit-input-word.
           string "approved=" ap-approved " no=" ap-declined
               " stale=" ap-stale
               delimited by size into ws-audit-reversed-word.
           perform WRITE-NAME-AUDIT.

       REVIEW-NAME-FIX.
           if ap-stop = 'y'
               write NAMEFIX-WORK-RECORD from NAMEFIX-RECORD
               add 1 to ap-left
           else
               perform CHECK-FIX-STILL-CURRENT
               if ap-current-ok = 'n'
                   add 1 to ap-stale
                   display "Dropped, master record has changed: "
                           NFX-CLIENT-AREA(1:9)
               else
                   display "Client " NFX-CLIENT-AREA(1:9) ": "
                           NFX-OLD-NAME " -> " NFX-CLIENT-AREA(10:25)
                   display "Approve (Y/N, Q to stop): "
                   accept ap-choice
                   evaluate ap-choice
                       when "Y" when "y"
                           move NFX-ACTION      to TRN-ACTION
                           move NFX-CLIENT-AREA to TRN-CLIENT-AREA
                           move NFX-EFF-DATE    to TRN-EFF-DATE
                           write TRANS-RECORD
                           add 1 to ap-approved
                       when "Q" when "q"
                           move 'y' to ap-stop
                           write NAMEFIX-WORK-RECORD
                               from NAMEFIX-RECORD
                           add 1 to ap-left
                       when other
                           add 1 to ap-declined
                   end-evaluate
               end-if
           end-if.

       CHECK-FIX-STILL-CURRENT.
           move 'n' to ap-current-ok.
           move NFX-CLIENT-AREA(1:9) to CLIENT-CODE.
           read FICHIERCLIENT
               invalid key continue
               not invalid key
                   if CLIENT-NAME = NFX-OLD-NAME
                      and CLIENT-RECORD(35:29) = NFX-CLIENT-AREA(35:29)
                      and CLIENT-RECORD(67:14) = NFX-CLIENT-AREA(67:14)
                       move 'y' to ap-current-ok
                   end-if
           end-read.

       WRITE-NAME-AUDIT.
           open extend AUDIT-LOG.
           if WS-AUDIT-STATUS not = "00"
               open output AUDIT-LOG
               close AUDIT-LOG
               open extend AUDIT-LOG
           end-if.
           move spaces to AUDIT-RECORD.
           move function current-date to AUDIT-DATE-TIME.
           accept AUDIT-OPERATOR from environment "USER".
           move "REVERSE" to AUDIT-PROGRAM.
           move ws-audit-input-word to AUDIT-INPUT.
           move ws-audit-reversed-word to AUDIT-RESULT.
           write AUDIT-RECORD.
           close AUDIT-LOG.
