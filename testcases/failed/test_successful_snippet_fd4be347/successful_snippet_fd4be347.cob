               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RatingDb ASSIGN TO "quotes_ratings.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HistoryDb ASSIGN TO "quotes_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

DATA   DATA DIVISION.
       FILE SECTION.
               02  filler              PIC X(1).
               02  reject-text         PIC X(80).

      *>   One row per editorial revision of a published quote,
      *>   the whole line before and after the change.
           FD HistoryDb.
           01 HistoryDetails.
               02  history-date        PIC X(10).
               02  filler              PIC X(1).
               02  history-line        PIC X(3).
               02  filler              PIC X(1).
               02  history-editor      PIC X(20).
               02  filler              PIC X(1).
               02  history-action      PIC X(8).
               02  filler              PIC X(1).
               02  history-before      PIC X(80).
               02  filler              PIC X(1).
               02  history-after       PIC X(80).

           FD RatingDb.
           01 RatingDetails.
               02  rating-line         PIC X(3).
               02  access-cgi          PIC X(1).
               02  filler              PIC X(1).
               02  access-line         PIC X(3).
               02  filler              PIC X(1).
               02  access-hits         PIC X(3).
               02  filler              PIC X(1).
               02  access-search       PIC X(40).

       WORKING-STORAGE SECTION.
           01 NEWLINE                  PIC X       VALUE x"0a".
               88 stats-mode                       VALUE "STATS".
               88 toprated-mode                    VALUE "TOPRATED".
               88 authors-mode                     VALUE "AUTHORS".
               88 dupes-mode                       VALUE "DUPES".
               88 search-mode                      VALUE "SEARCH".
               88 edit-mode                        VALUE "EDIT".

      *>   What the access log gets for the served line; "---"
      *>   when the invocation served no quote.
           01 access-line-text         PIC X(3)    VALUE "---".
      *>   A search logs its normalized terms and how many quotes
      *>   it found, both blank on every other request.
           01 access-hits-text         PIC X(3)    VALUE SPACES.
           01 access-search-text       PIC X(40)   VALUE SPACES.

      *>   Counters for the usage statistics report.
           01 stat-record-count        PIC 9(5)    VALUE 0.
           01 stat-top-rank            PIC 9(1).
           01 stat-top-index           PIC 9(3).
           01 stat-top-best            PIC 9(3).
           01 stat-search-count        PIC 9(3)    VALUE 0.
           01 stat-search-index        PIC 9(3).
           01 stat-search-found        PIC X.
           01 stat-search-best         PIC 9(5).
           01 stat-search-rank         PIC 9(2).
           01 stat-search-shown        PIC 9(2).
           01 stat-search-table.
               02 stat-search-entry    OCCURS 200 TIMES.
                   03 ss-terms         PIC X(40).
                   03 ss-count         PIC 9(5).
                   03 ss-empty         PIC 9(5).

      *>   Output format for the served quote and the archive:
      *>   PLAIN is the classic report, RSS and JSON are feeds for
           01 quote-category           PIC X(20).
           01 quote-author             PIC X(30).
           01 quote-text               PIC X(80).
      *>   A "[retired]" tag in front hides a quote everywhere but
      *>   its permalink, which shows 'retired-notice' instead; the
      *>   line stays so later line numbers do not move.
           01 quote-retired            PIC X.
               88 quote-is-retired                 VALUE "Y".
           01 retired-notice           PIC X(60)
               VALUE "This quote has been retired by the editors.".
           01 bracket-tally            PIC 9(2).
           01 bracket-body             PIC X(30).
           01 bracket-round            PIC 9.

      *>   Command line argument handling.
           01 argument-count           PIC 9(2)    VALUE 0.
           01 argument-index           PIC 9(2).
           01 cli-argument             PIC X(80).

      *>   Raw CGI query string and its parsed pieces.
           01 query-string             PIC X(512).
                   03 pq-text          PIC X(80).
                   03 pq-keep          PIC X.
                   03 pq-addr          PIC X(15).
                   03 pq-norm          PIC X(80).
           01 moderate-choice          PIC X.
           01 remote-addr              PIC X(15)   VALUE SPACES.
           01 submission-daily-cap     PIC 9(2)    VALUE 5.
           01 approved-count           PIC 9(3)    VALUE 0.
           01 rejected-count           PIC 9(3)    VALUE 0.

      *>   Duplicate detection. Quotes are compared in a normalized
      *>   form: tags dropped, lower case, apostrophes and quote
      *>   marks removed, other punctuation and runs of blanks
      *>   turned into one blank. Equal normalized text is an exact
      *>   duplicate; a near match shares at least
      *>   'near-match-percent' of its words with the other quote
      *>   (twice the shared words over both word counts).
           01 near-match-percent       PIC 9(3)    VALUE 75.
           01 norm-in                  PIC X(80).
           01 norm-out                 PIC X(80).
           01 norm-work                PIC X(80).
           01 norm-pos                 PIC 9(3).
           01 norm-out-pos             PIC 9(3).
           01 norm-char                PIC X.
           01 norm-round               PIC 9.
           01 norm-tally               PIC 9(2).
           01 submit-norm              PIC X(80).
           01 dup-norm-a               PIC X(80).
           01 dup-norm-b               PIC X(80).
           01 dup-count-a              PIC 9(2).
           01 dup-count-b              PIC 9(2).
           01 dup-words-a.
               02 dwa-word             PIC X(20)   OCCURS 20 TIMES.
           01 dup-words-b.
               02 dwb-word             PIC X(20)   OCCURS 20 TIMES.
           01 dup-used-b.
               02 dwb-used             PIC X       OCCURS 20 TIMES.
           01 dup-index-a              PIC 9(2).
           01 dup-index-b              PIC 9(2).
           01 dup-shared               PIC 9(2).
           01 dup-score                PIC 9(3).
           01 dup-kind                 PIC X.
               88 dup-exact                        VALUE "E".
               88 dup-near                         VALUE "N".
           01 dup-where                PIC X(8)    VALUE SPACES.
           01 dup-flag-count           PIC 9(3).
           01 dup-flag-shown           PIC 9(3).
           01 dup-index                PIC 9(3).
           01 dup-group-count          PIC 9(3).
           01 dup-group-size           PIC 9(3).
           01 dup-line-text            PIC X(3).
           01 dup-show-index           PIC 9(3).
           01 dup-mark                 PIC X.
           01 dup-votes-show           PIC ZZZZ9.

      *>   Keyword search. Up to five words, matched case-blind
      *>   as word beginnings against the quote text, category and
      *>   author. Quotes matching more of the words rank first,
      *>   then by where and how often they match; the results are
      *>   paged 'search-page-size' to a page.
           01 search-terms             PIC X(80)   VALUE SPACES.
           01 search-norm              PIC X(80)   VALUE SPACES.
           01 search-work              PIC X(80).
           01 search-pointer           PIC 9(3).
           01 search-page              PIC 9(3)    VALUE 1.
           01 search-page-size         PIC 9(2)    VALUE 10.
           01 search-page-count        PIC 9(3)    VALUE 0.
           01 search-next-page         PIC 9(3).
           01 search-first             PIC 9(3).
           01 search-last              PIC 9(3).
           01 search-word-count        PIC 9       VALUE 0.
           01 search-word-index        PIC 9.
           01 search-word-table.
               02 search-word-entry    OCCURS 5 TIMES.
                   03 sw-word          PIC X(20).
                   03 sw-len           PIC 9(2).
           01 search-probe             PIC X(22).
           01 search-probe-len         PIC 9(2).
           01 search-hay-text          PIC X(82).
           01 search-hay-cat           PIC X(22).
           01 search-hay-author        PIC X(32).
           01 search-tally             PIC 9(3).
           01 search-word-hit          PIC X.
           01 search-matched           PIC 9.
           01 search-score             PIC 9(5).
           01 search-punctuation       PIC X(25)
               VALUE ".,;:!?()[]{}-/&*+=<>_#%'""".
           01 search-blanks            PIC X(25)   VALUE SPACES.
           01 search-hit-count         PIC 9(3)    VALUE 0.
           01 search-index             PIC 9(3).
           01 search-slot              PIC 9(3).
           01 search-hit-table.
               02 search-hit           OCCURS 500 TIMES.
                   03 sh-line          PIC 9(3).
                   03 sh-score         PIC 9(5).
                   03 sh-quote         PIC X(80).

      *>   Editorial corrections: the quote file held in storage
      *>   while the editor works, rewritten whole after every
      *>   revision so line numbers never move.
           01 edit-count               PIC 9(3)    VALUE 0.
           01 edit-overflow            PIC X       VALUE "N".
           01 edit-index               PIC 9(3).
           01 edit-line-req            PIC X(3)    VALUE SPACES.
           01 edit-line-num            PIC 9(3).
           01 edit-line-text           PIC X(3).
           01 edit-choice              PIC X.
           01 edit-done                PIC X.
           01 edit-quit                PIC X.
           01 edit-editor              PIC X(20)   VALUE SPACES.
           01 edit-input               PIC X(80).
           01 edit-action              PIC X(8).
           01 edit-before              PIC X(80).
           01 edit-after               PIC X(80).
           01 edit-pointer             PIC 9(3).
           01 edit-too-long            PIC X.
           01 edit-category            PIC X(20).
           01 edit-author              PIC X(30).
           01 edit-text                PIC X(80).
           01 edit-retired             PIC X.
           01 edit-bracket-tally       PIC 9(2).
           01 edit-revisions           PIC 9(3)    VALUE 0.
           01 edit-history-count       PIC 9(3).
           01 edit-table.
               02 ed-quote             PIC X(80)   OCCURS 500 TIMES.

      *>   The live database and the rejected file, held in storage
      *>   (normalized and as written) while the moderator or the
      *>   duplicate report compares against them.
           01 live-count               PIC 9(3)    VALUE 0.
           01 live-index               PIC 9(3).
           01 live-table.
               02 live-entry           OCCURS 500 TIMES.
                   03 lv-line          PIC 9(3).
                   03 lv-text          PIC X(80).
                   03 lv-norm          PIC X(80).
                   03 lv-group         PIC 9(3).
           01 rejected-load-count      PIC 9(3)    VALUE 0.
           01 rejected-index           PIC 9(3).
           01 rejected-table.
               02 rejected-entry       OCCURS 500 TIMES.
                   03 rj-reason        PIC X(40).
                   03 rj-text          PIC X(80).
                   03 rj-norm          PIC X(80).

CODE   PROCEDURE DIVISION.

       0000-MAIN SECTION.
           PERFORM 2100-READ-QUERY-STRING
           PERFORM 2000-CGI-CHECK

      *>   Moderation, statistics and the duplicate report stay
      *>   terminal-only affairs.
           IF cgi-enabled
               AND (moderate-mode OR stats-mode OR dupes-mode
                    OR edit-mode)
               SET serve-mode TO TRUE
           END-IF

               STOP RUN
           END-IF

           IF edit-mode
               PERFORM 5500-EDIT-QUOTES
               PERFORM 8000-WRITE-ACCESS-LOG
               STOP RUN
           END-IF

           IF archive-mode
               EVALUATE TRUE
                   WHEN rss-format
               STOP RUN
           END-IF

           IF search-mode
               PERFORM 6400-SEARCH-QUOTES
               EVALUATE TRUE
                   WHEN rss-format
                       PERFORM 6450-SEARCH-RSS
                   WHEN json-format
                       PERFORM 6460-SEARCH-JSON
                   WHEN OTHER
                       IF cgi-enabled
                           CALL "HTMLSTART" END-CALL
                       END-IF
                       PERFORM 6440-SEARCH-LISTING
                       IF cgi-enabled
                           CALL "HTMLSTOP" END-CALL
                       END-IF
               END-EVALUATE
               PERFORM 8000-WRITE-ACCESS-LOG
               STOP RUN
           END-IF

           IF stats-mode
               PERFORM 7000-USAGE-STATS
               PERFORM 8000-WRITE-ACCESS-LOG
               STOP RUN
           END-IF

           IF dupes-mode
               PERFORM 6950-DUPLICATE-REPORT
               PERFORM 8000-WRITE-ACCESS-LOG
               STOP RUN
           END-IF

           PERFORM 3000-GET-QUOTE
           MOVE chosen-line TO access-line-text

       .

      *> Look at the first command line argument; "moderate"
      *> switches to the pending-quote review mode. "search" (or
      *> "SEARCH=words") takes the search words from the rest of
      *> the line, where "PAGE=n" picks the result page. "edit"
      *> opens the editorial corrections, optionally straight on
      *> the line number given after it.
      *>
      *> CALLED BY: 0000-MAIN.
      *> CALLS: 1550-READ-SEARCH-ARGUMENTS, 2200-URL-DECODE.
       1500-READ-ARGUMENTS SECTION.
           ACCEPT argument-count FROM ARGUMENT-NUMBER

                       SET qotd-wanted TO TRUE
                   WHEN "AUTHORS"
                       SET authors-mode TO TRUE
                   WHEN "DUPLICATES"
                       SET dupes-mode TO TRUE
                   WHEN "SEARCH"
                       SET search-mode TO TRUE
                       PERFORM 1550-READ-SEARCH-ARGUMENTS
                   WHEN "EDIT"
                       SET edit-mode TO TRUE
                       IF argument-count > 1
                           MOVE SPACES TO cli-argument
                           ACCEPT cli-argument FROM ARGUMENT-VALUE
                           MOVE cli-argument(1:3) TO edit-line-req
                       END-IF
                   WHEN OTHER
                       IF FUNCTION UPPER-CASE(cli-argument(1:7))
                               = "SEARCH="
                           SET search-mode TO TRUE
                           MOVE cli-argument(8:73) TO submit-raw
                           PERFORM 2200-URL-DECODE
                           MOVE submit-text TO search-terms
                           PERFORM 1550-READ-SEARCH-ARGUMENTS
                       END-IF
               END-EVALUATE
           END-IF
       .

      *> The arguments after "search": "PAGE=n" picks the page,
      *> every other one is one more search word.
      *>
      *> CALLED BY: 1500-READ-ARGUMENTS.
       1550-READ-SEARCH-ARGUMENTS SECTION.
           PERFORM VARYING argument-index FROM 2 BY 1
                   UNTIL argument-index > argument-count
               MOVE SPACES TO cli-argument
               ACCEPT cli-argument FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE(cli-argument(1:5)) = "PAGE="
                   IF FUNCTION TRIM(cli-argument(6:3)) IS NUMERIC
                       MOVE FUNCTION NUMVAL(cli-argument(6:3))
                           TO search-page
                   END-IF
               ELSE
                   IF search-terms = SPACES
                       MOVE cli-argument TO search-terms
                   ELSE
                       MOVE SPACES TO search-work
                       STRING FUNCTION TRIM(search-terms) " "
                           FUNCTION TRIM(cli-argument)
                           DELIMITED BY SIZE
                           INTO search-work
                       END-STRING
                       MOVE search-work TO search-terms
                   END-IF
               END-IF
           END-PERFORM
       .

      *> Check if the program runs as CGI and print HTTP headers
      *> if it does.
      *>
                   MOVE query-value TO submit-raw
                   PERFORM 2200-URL-DECODE
                   MOVE submit-text TO submit-saved
               WHEN "search"
                   SET search-mode TO TRUE
                   MOVE query-value TO submit-raw
                   PERFORM 2200-URL-DECODE
                   MOVE submit-text TO search-terms
               WHEN "page"
                   IF FUNCTION TRIM(query-value(1:3)) IS NUMERIC
                       MOVE FUNCTION NUMVAL(query-value(1:3))
                           TO search-page
                   END-IF
               WHEN "category"
                   MOVE FUNCTION LOWER-CASE(
                       FUNCTION TRIM(query-value(1:20)))
               END-IF
           END-IF

      *>   The same quote keeps coming back with other commas or
      *>   capitals; an exact match (after normalizing) anywhere
      *>   on file is turned away before it reaches the queue.
           MOVE submit-text TO norm-in
           PERFORM 2700-NORMALIZE-QUOTE
           MOVE norm-out TO submit-norm
           IF submit-norm = SPACES
               MOVE "Nothing submitted - quote text was empty."
                   TO display-row
               DISPLAY display-row
               GO TO 2500-EXIT
           END-IF
           PERFORM 2800-CHECK-EXACT-DUPLICATE
           IF dup-where NOT = SPACES
               EVALUATE dup-where
                   WHEN "LIVE"
                       MOVE "Good taste! That quote is already in our"
                           TO display-row
                       DISPLAY display-row
                       MOVE "collection - thank you for sending it."
                           TO display-row
                   WHEN "PENDING"
                       MOVE "Someone beat you to it - that quote is"
                           TO display-row
                       DISPLAY display-row
                       MOVE "already waiting for moderation. Thanks!"
                           TO display-row
                   WHEN OTHER
                       MOVE "Thanks, but that quote was sent in"
                           TO display-row
                       DISPLAY display-row
                       MOVE "before and not taken for the collection."
                           TO display-row
               END-EVALUATE
               DISPLAY display-row
               GO TO 2500-EXIT
           END-IF

      *>   A named author rides along as a "[by:Name]" marker in
      *>   the same bracket convention the category tag uses.
           IF submit-author NOT = SPACES
       2500-EXIT.
           EXIT.

      *> Normalize 'norm-in' into 'norm-out' for duplicate checks:
      *> up to three leading "[...]" tags dropped (category,
      *> "[by:Name]" and "[retired]", as 3100-PARSE-QUOTE-LINE
      *> reads them), lower
      *> case, apostrophes and quote marks removed, any other
      *> punctuation or run of blanks made into a single blank.
      *>
      *> CALLED BY: 2500-SUBMIT-QUOTE, 2800-CHECK-EXACT-DUPLICATE,
      *>            5020-LOAD-DUPLICATE-SOURCES.
       2700-NORMALIZE-QUOTE SECTION.
           MOVE FUNCTION TRIM(norm-in LEADING) TO norm-work
           PERFORM VARYING norm-round FROM 1 BY 1
                   UNTIL norm-round > 3
               IF norm-work(1:1) = "["
                   MOVE 0 TO norm-tally
                   INSPECT norm-work TALLYING norm-tally
                       FOR CHARACTERS BEFORE INITIAL "]"
                   IF norm-tally > 1 AND norm-tally < 35
                       MOVE FUNCTION TRIM(
                           norm-work(norm-tally + 2:
                               80 - norm-tally - 1)
                           LEADING)
                           TO norm-work
                   END-IF
               END-IF
           END-PERFORM
           MOVE FUNCTION LOWER-CASE(norm-work) TO norm-work

           MOVE SPACES TO norm-out
           MOVE 0 TO norm-out-pos
           PERFORM VARYING norm-pos FROM 1 BY 1
                   UNTIL norm-pos > 80
               MOVE norm-work(norm-pos:1) TO norm-char
               EVALUATE TRUE
                   WHEN norm-char >= "a" AND norm-char <= "z"
                   WHEN norm-char >= "0" AND norm-char <= "9"
                   WHEN norm-char > x"7F"
                       ADD 1 TO norm-out-pos END-ADD
                       MOVE norm-char TO norm-out(norm-out-pos:1)
                   WHEN norm-char = "'" OR norm-char = '"'
                       OR norm-char = "`"
                       CONTINUE
                   WHEN OTHER
                       IF norm-out-pos > 0
                           AND norm-out(norm-out-pos:1) NOT = SPACE
                           ADD 1 TO norm-out-pos END-ADD
                       END-IF
               END-EVALUATE
           END-PERFORM
       .

      *> Look for 'submit-norm' in the live database, the pending
      *> queue and the rejected file; 'dup-where' names the first
      *> file holding an exact duplicate (spaces when none does).
      *>
      *> CALLED BY: 2500-SUBMIT-QUOTE.
      *> CALLS: 2700-NORMALIZE-QUOTE.
       2800-CHECK-EXACT-DUPLICATE SECTION.
           MOVE SPACES TO dup-where

           MOVE SPACE TO file-status
           OPEN INPUT QuoteDb
           PERFORM UNTIL file-eof
               READ QuoteDb
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       MOVE quote-line TO norm-in
                       PERFORM 2700-NORMALIZE-QUOTE
                       IF norm-out = submit-norm
                           MOVE "LIVE" TO dup-where
                           SET file-eof TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QuoteDb
           IF dup-where NOT = SPACES
               GO TO 2800-EXIT
           END-IF

           MOVE SPACE TO file-status
           OPEN INPUT PendingDb
           PERFORM UNTIL file-eof
               READ PendingDb
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       MOVE pending-text TO norm-in
                       PERFORM 2700-NORMALIZE-QUOTE
                       IF norm-out = submit-norm
                           MOVE "PENDING" TO dup-where
                           SET file-eof TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PendingDb
           IF dup-where NOT = SPACES
               GO TO 2800-EXIT
           END-IF

           MOVE SPACE TO file-status
           OPEN INPUT RejectDb
           PERFORM UNTIL file-eof
               READ RejectDb
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       MOVE reject-text TO norm-in
                       PERFORM 2700-NORMALIZE-QUOTE
                       IF norm-out = submit-norm
                           MOVE "REJECTED" TO dup-where
                           SET file-eof TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RejectDb.

       2800-EXIT.
           EXIT.

      *> Make 'dup-norm-a' the left side of the comparisons that
      *> follow: its words go to 'dup-words-a'.
      *>
      *> CALLED BY: 5050-SHOW-DUPLICATES, 6950-DUPLICATE-REPORT.
      *> CALLS: 2750-SPLIT-WORDS.
       2740-PREPARE-LEFT SECTION.
           MOVE dup-norm-a TO dup-norm-b
           PERFORM 2750-SPLIT-WORDS
           MOVE dup-words-b TO dup-words-a
           MOVE dup-count-b TO dup-count-a
       .

      *> Split 'dup-norm-b' into 'dup-words-b' (at most 20 words).
      *>
      *> CALLED BY: 2740-PREPARE-LEFT, 2760-COMPARE-WITH-LEFT.
       2750-SPLIT-WORDS SECTION.
           MOVE SPACES TO dup-words-b
           MOVE 0 TO dup-count-b
           UNSTRING dup-norm-b DELIMITED BY ALL SPACE
               INTO dwb-word(1) dwb-word(2) dwb-word(3) dwb-word(4)
                    dwb-word(5) dwb-word(6) dwb-word(7) dwb-word(8)
                    dwb-word(9) dwb-word(10) dwb-word(11)
                    dwb-word(12) dwb-word(13) dwb-word(14)
                    dwb-word(15) dwb-word(16) dwb-word(17)
                    dwb-word(18) dwb-word(19) dwb-word(20)
               TALLYING IN dup-count-b
           END-UNSTRING
           IF dup-count-b > 0 AND dwb-word(dup-count-b) = SPACES
               SUBTRACT 1 FROM dup-count-b END-SUBTRACT
           END-IF
       .

      *> Compare 'dup-norm-b' with the prepared left side: 'dup-kind'
      *> is "E" for an exact duplicate, "N" for a near match and
      *> space otherwise, 'dup-score' the shared-word percentage.
      *>
      *> CALLED BY: 5050-SHOW-DUPLICATES, 6950-DUPLICATE-REPORT.
      *> CALLS: 2750-SPLIT-WORDS.
       2760-COMPARE-WITH-LEFT SECTION.
           MOVE SPACE TO dup-kind
           MOVE 0 TO dup-score
           IF dup-norm-a = SPACES OR dup-norm-b = SPACES
               GO TO 2760-EXIT
           END-IF
           IF dup-norm-a = dup-norm-b
               SET dup-exact TO TRUE
               MOVE 100 TO dup-score
               GO TO 2760-EXIT
           END-IF

           PERFORM 2750-SPLIT-WORDS
           MOVE ALL "N" TO dup-used-b
           MOVE 0 TO dup-shared
           PERFORM VARYING dup-index-a FROM 1 BY 1
                   UNTIL dup-index-a > dup-count-a
               PERFORM VARYING dup-index-b FROM 1 BY 1
                       UNTIL dup-index-b > dup-count-b
                   IF dwb-used(dup-index-b) = "N"
                       AND dwb-word(dup-index-b)
                           = dwa-word(dup-index-a)
                       MOVE "Y" TO dwb-used(dup-index-b)
                       ADD 1 TO dup-shared END-ADD
                       MOVE dup-count-b TO dup-index-b
                   END-IF
               END-PERFORM
           END-PERFORM
           IF dup-count-a + dup-count-b > 0
               COMPUTE dup-score =
                   (200 * dup-shared) / (dup-count-a + dup-count-b)
               END-COMPUTE
           END-IF
           IF dup-score >= near-match-percent
               SET dup-near TO TRUE
           END-IF.

       2760-EXIT.
           EXIT.

      *> Seek the 'QuoteDb' to a random line (honouring a requested
      *> category, when one matches anything), making 'quote-text'
      *> a random quote and 'chosen-line' its 0-indexed line.
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       PERFORM 3100-PARSE-QUOTE-LINE
                       IF (requested-category = SPACES
                           OR quote-category = requested-category)
                           AND quote-retired = "N"
                           ADD 1 TO match-count END-ADD
                       END-IF
               END-READ
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       PERFORM 3100-PARSE-QUOTE-LINE
                       IF (requested-category = SPACES
                           OR quote-category = requested-category)
                           AND quote-retired = "N"
                           IF match-count = match-target
                               MOVE absolute-line TO chosen-line
                               SET file-eof TO TRUE
       .

      *> Split 'quote-line' into 'quote-category' (lower case,
      *> "general" when untagged), 'quote-author', 'quote-text'
      *> and the 'quote-retired' flag.
      *>
      *> CALLED BY: 3000-GET-QUOTE, 6000-ARCHIVE-LISTING.
       3100-PARSE-QUOTE-LINE SECTION.
           MOVE "general" TO quote-category
           MOVE SPACES TO quote-author
           MOVE "N" TO quote-retired
           MOVE quote-line TO quote-text

      *>   Up to three leading "[...]" groups in any order: a
      *>   "by:" body names the author, "retired" retires the
      *>   quote, anything else is the category tag.
           PERFORM VARYING bracket-round FROM 1 BY 1
                   UNTIL bracket-round > 3
               IF quote-text(1:1) = "["
                   MOVE 0 TO bracket-tally
                   INSPECT quote-text TALLYING bracket-tally
                       MOVE SPACES TO bracket-body
                       MOVE quote-text(2:bracket-tally - 1)
                           TO bracket-body
                       EVALUATE TRUE
                           WHEN FUNCTION LOWER-CASE(bracket-body(1:3))
                                   = "by:"
                               MOVE SPACES TO quote-author
                               MOVE FUNCTION TRIM(bracket-body(4:27))
                                   TO quote-author
                           WHEN FUNCTION LOWER-CASE(bracket-body)
                                   = "retired"
                               MOVE "Y" TO quote-retired
                           WHEN OTHER
                               MOVE SPACES TO quote-category
                               MOVE FUNCTION LOWER-CASE(
                                   bracket-body(1:20))
                                   TO quote-category
                       END-EVALUATE
                       MOVE FUNCTION TRIM(
                           quote-text(bracket-tally + 2:
                               80 - bracket-tally - 1)

      *>   Finally print the quote, prepared by '3000-GET-QUOTE'
      *>   (the category tag, if any, stays out of the report).
      *>   Only a permalink lands on a retired quote.
           IF quote-is-retired
               MOVE SPACES TO quote-text quote-author
               MOVE retired-notice TO quote-text
           END-IF
           DISPLAY quote-text

           IF quote-author NOT = SPACES
      *> CALLED BY: 0000-MAIN.
       4100-RSS-OUTPUT SECTION.
           MOVE quote-text TO feed-text
           IF quote-is-retired
               MOVE retired-notice TO feed-text
           END-IF
           INSPECT feed-text REPLACING ALL '"' BY "'"
           DISPLAY '<?xml version="1.0"?>'
           DISPLAY '<rss version="2.0"><channel>'
      *> CALLED BY: 0000-MAIN.
       4200-JSON-OUTPUT SECTION.
           MOVE quote-text TO feed-text
           IF quote-is-retired
               MOVE retired-notice TO feed-text
           END-IF
           INSPECT feed-text REPLACING ALL '"' BY "'"
           PERFORM CLEAR-ROW
           STRING '{"line": ' chosen-line
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       PERFORM 3100-PARSE-QUOTE-LINE
                       IF quote-retired = "N"
                           MOVE quote-text TO feed-text
                           INSPECT feed-text REPLACING ALL '"' BY "'"
                           MOVE absolute-line TO chosen-line
                           DISPLAY "<item>"
                           PERFORM CLEAR-ROW
                           STRING "<title>[" 
                               FUNCTION TRIM(quote-category)
                               "] #" chosen-line "</title>"
                               INTO display-row
                           END-STRING
                           DISPLAY FUNCTION TRIM(display-row)
                           PERFORM CLEAR-ROW
                           STRING "<description>"
                               FUNCTION TRIM(feed-text)
                               "</description>"
                               INTO display-row
                           END-STRING
                           DISPLAY FUNCTION TRIM(display-row)
                           DISPLAY "</item>"
                       END-IF
                       ADD 1 TO absolute-line END-ADD
               END-READ
           END-PERFORM
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       PERFORM 3100-PARSE-QUOTE-LINE
                       IF quote-retired = "N"
                           MOVE quote-text TO feed-text
                           INSPECT feed-text REPLACING ALL '"' BY "'"
                           MOVE absolute-line TO chosen-line
                           IF feed-first = "Y"
                               MOVE "N" TO feed-first
                           ELSE
                               DISPLAY ","
                           END-IF
                           PERFORM CLEAR-ROW
                           STRING '{"line": ' chosen-line
                               ', "category": "'
                               FUNCTION TRIM(quote-category)
                               '", "quote": "'
                               FUNCTION TRIM(feed-text)
                               '"}'
                               INTO display-row
                           END-STRING
                           DISPLAY FUNCTION TRIM(display-row)
                               WITH NO ADVANCING
                       END-IF
                       ADD 1 TO absolute-line END-ADD
               END-READ
           END-PERFORM
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       PERFORM 3100-PARSE-QUOTE-LINE
                       IF quote-retired = "N"
                           MOVE "N" TO category-found
                           PERFORM VARYING category-index FROM 1 BY 1
                                   UNTIL category-index > category-count
                               IF cat-name(category-index)
                                       = quote-category
                                   MOVE "Y" TO category-found
                               END-IF
                           END-PERFORM
                           IF category-found = "N"
                               AND category-count < 50
                               ADD 1 TO category-count END-ADD
                               MOVE quote-category
                                   TO cat-name(category-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   NOT AT END
                       PERFORM 3100-PARSE-QUOTE-LINE
                       IF quote-category = archive-category
                           AND quote-retired = "N"
                           MOVE absolute-line TO chosen-line
                           PERFORM CLEAR-ROW
                           STRING
           CLOSE QuoteDb
       .

      *> Run the search in 'search-terms': every quote matching
      *> at least one word goes into 'search-hit-table', best
      *> first, and 'search-first'/'search-last' mark the page to
      *> show. The terms and the hit count go to the access log.
      *>
      *> CALLED BY: 0000-MAIN.
      *> CALLS: 2300-PREPARE-SEARCH, 3100-PARSE-QUOTE-LINE,
      *>        6410-SCORE-ONE-QUOTE, 6430-KEEP-HIT.
       6400-SEARCH-QUOTES SECTION.
           PERFORM 2300-PREPARE-SEARCH
           MOVE 0 TO search-hit-count search-page-count
           MOVE 0 TO search-first search-last
           IF search-word-count = 0
               GO TO 6400-EXIT
           END-IF

           MOVE 0 TO absolute-line
           MOVE SPACE TO file-status
           OPEN INPUT QuoteDb
           PERFORM UNTIL file-eof
               READ QuoteDb
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       PERFORM 3100-PARSE-QUOTE-LINE
                       PERFORM 6410-SCORE-ONE-QUOTE
                       IF search-score > 0 AND quote-retired = "N"
                           PERFORM 6430-KEEP-HIT
                       END-IF
                       ADD 1 TO absolute-line END-ADD
               END-READ
           END-PERFORM
           CLOSE QuoteDb

           MOVE search-norm(1:40) TO access-search-text
           MOVE search-hit-count TO access-hits-text

           IF search-hit-count > 0
               COMPUTE search-page-count =
                   (search-hit-count + search-page-size - 1)
                   / search-page-size
               END-COMPUTE
               IF search-page < 1
                   MOVE 1 TO search-page
               END-IF
               IF search-page > search-page-count
                   MOVE search-page-count TO search-page
               END-IF
               COMPUTE search-first =
                   (search-page - 1) * search-page-size + 1
               END-COMPUTE
               COMPUTE search-last =
                   search-first + search-page-size - 1
               END-COMPUTE
               IF search-last > search-hit-count
                   MOVE search-hit-count TO search-last
               END-IF
           END-IF.

       6400-EXIT.
           EXIT.

      *> Split 'search-terms' into at most five lower-case words
      *> without punctuation; 'search-norm' gets them back joined
      *> by single blanks, as the log and the report show them.
      *>
      *> CALLED BY: 6400-SEARCH-QUOTES.
       2300-PREPARE-SEARCH SECTION.
           MOVE FUNCTION LOWER-CASE(search-terms) TO search-work
           INSPECT search-work
               CONVERTING search-punctuation TO search-blanks
           MOVE FUNCTION TRIM(search-work LEADING) TO search-work
           MOVE SPACES TO search-word-table
           UNSTRING search-work DELIMITED BY ALL SPACE
               INTO sw-word(1) sw-word(2) sw-word(3) sw-word(4)
                    sw-word(5)
           END-UNSTRING

           MOVE 0 TO search-word-count
           MOVE SPACES TO search-norm
           MOVE 1 TO search-pointer
           PERFORM VARYING search-word-index FROM 1 BY 1
                   UNTIL search-word-index > 5
               IF sw-word(search-word-index) NOT = SPACES
                   ADD 1 TO search-word-count END-ADD
                   MOVE sw-word(search-word-index)
                       TO sw-word(search-word-count)
                   MOVE 0 TO sw-len(search-word-count)
                   INSPECT sw-word(search-word-count)
                       TALLYING sw-len(search-word-count)
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   STRING sw-word(search-word-count)
                           (1:sw-len(search-word-count))
                       " " DELIMITED BY SIZE
                       INTO search-norm
                       WITH POINTER search-pointer
                   END-STRING
               END-IF
           END-PERFORM
       .

      *> Score the quote just parsed by 3100-PARSE-QUOTE-LINE
      *> against the search words into 'search-score' (zero when
      *> no word matches). Per matched word: 100, plus 10 for each
      *> hit in the text and 5 more for each whole-word hit, plus
      *> 8 for the category and 8 for the author.
      *>
      *> CALLED BY: 6400-SEARCH-QUOTES.
       6410-SCORE-ONE-QUOTE SECTION.
           MOVE SPACES TO search-hay-text search-hay-cat
               search-hay-author
           STRING " " FUNCTION LOWER-CASE(quote-text)
               DELIMITED BY SIZE INTO search-hay-text
           END-STRING
           STRING " " quote-category
               DELIMITED BY SIZE INTO search-hay-cat
           END-STRING
           STRING " " FUNCTION LOWER-CASE(quote-author)
               DELIMITED BY SIZE INTO search-hay-author
           END-STRING
           INSPECT search-hay-text
               CONVERTING search-punctuation TO search-blanks
           INSPECT search-hay-cat
               CONVERTING search-punctuation TO search-blanks
           INSPECT search-hay-author
               CONVERTING search-punctuation TO search-blanks

           MOVE 0 TO search-score search-matched
           PERFORM VARYING search-word-index FROM 1 BY 1
                   UNTIL search-word-index > search-word-count
               MOVE "N" TO search-word-hit
               MOVE SPACES TO search-probe
               STRING " " sw-word(search-word-index)
                       (1:sw-len(search-word-index))
                   " " DELIMITED BY SIZE
                   INTO search-probe
               END-STRING

      *>       A word beginning first, then the whole word.
               COMPUTE search-probe-len =
                   sw-len(search-word-index) + 1
               END-COMPUTE
               MOVE 0 TO search-tally
               INSPECT search-hay-text TALLYING search-tally
                   FOR ALL search-probe(1:search-probe-len)
               IF search-tally > 0
                   MOVE "Y" TO search-word-hit
                   COMPUTE search-score =
                       search-score + 10 * search-tally
                   END-COMPUTE
                   MOVE 0 TO search-tally
                   INSPECT search-hay-text TALLYING search-tally
                       FOR ALL search-probe(1:search-probe-len + 1)
                   COMPUTE search-score =
                       search-score + 5 * search-tally
                   END-COMPUTE
               END-IF

               MOVE 0 TO search-tally
               INSPECT search-hay-cat TALLYING search-tally
                   FOR ALL search-probe(1:search-probe-len)
               IF search-tally > 0
                   MOVE "Y" TO search-word-hit
                   ADD 8 TO search-score END-ADD
               END-IF

               MOVE 0 TO search-tally
               INSPECT search-hay-author TALLYING search-tally
                   FOR ALL search-probe(1:search-probe-len)
               IF search-tally > 0
                   MOVE "Y" TO search-word-hit
                   ADD 8 TO search-score END-ADD
               END-IF

               IF search-word-hit = "Y"
                   ADD 1 TO search-matched END-ADD
               END-IF
           END-PERFORM

           IF search-matched = 0
               MOVE 0 TO search-score
           ELSE
               COMPUTE search-score =
                   search-score + 100 * search-matched
               END-COMPUTE
           END-IF
       .

      *> Insert the current quote into 'search-hit-table' behind
      *> every hit scoring at least as well, so equal scores keep
      *> file order.
      *>
      *> CALLED BY: 6400-SEARCH-QUOTES.
       6430-KEEP-HIT SECTION.
           IF search-hit-count >= 500
               GO TO 6430-EXIT
           END-IF
           ADD 1 TO search-hit-count END-ADD
           MOVE search-hit-count TO search-slot
           PERFORM UNTIL search-slot = 1
                      OR sh-score(search-slot - 1) >= search-score
               MOVE search-hit(search-slot - 1)
                   TO search-hit(search-slot)
               SUBTRACT 1 FROM search-slot END-SUBTRACT
           END-PERFORM
           MOVE absolute-line TO sh-line(search-slot)
           MOVE search-score TO sh-score(search-slot)
           MOVE quote-line TO sh-quote(search-slot).

       6430-EXIT.
           EXIT.

      *> The current page of search results as a report, best
      *> match first, with the line numbers the permalinks use.
      *>
      *> CALLED BY: 0000-MAIN.
      *> CALLS: CLEAR-ROW, 3100-PARSE-QUOTE-LINE.
       6440-SEARCH-LISTING SECTION.
           PERFORM CLEAR-ROW
           STRING
               "=== SEARCH OF "
               "cobol.historisch-gewachsen.de ==="
                               INTO display-row
           END-STRING
           DISPLAY display-row

           PERFORM CLEAR-ROW
           STRING
               "Search:     " FUNCTION TRIM(search-norm)
                               INTO display-row
           END-STRING
           DISPLAY display-row

           IF search-word-count = 0
               MOVE "Nothing to search for - give some words with"
                   TO display-row
               DISPLAY display-row
               MOVE "SEARCH=, for example SEARCH=legacy+friday."
                   TO display-row
               DISPLAY display-row
               GO TO 6440-EXIT
           END-IF

           IF search-hit-count = 0
               MOVE "No quotes found - try fewer or shorter words."
                   TO display-row
               DISPLAY display-row
               GO TO 6440-EXIT
           END-IF

           PERFORM CLEAR-ROW
           STRING
               "Found:      " search-hit-count " quotes, page "
               search-page " of " search-page-count
                               INTO display-row
           END-STRING
           DISPLAY display-row

           PERFORM VARYING search-index FROM search-first BY 1
                   UNTIL search-index > search-last
               MOVE sh-quote(search-index) TO quote-line
               PERFORM 3100-PARSE-QUOTE-LINE
               MOVE sh-line(search-index) TO chosen-line
               PERFORM CLEAR-ROW
               DISPLAY display-row
               STRING
                   "#" chosen-line " " quote-text
                   INTO display-row
               END-STRING
               DISPLAY display-row
               PERFORM CLEAR-ROW
               IF quote-author NOT = SPACES
                   STRING "    [" FUNCTION TRIM(quote-category)
                       "] -- " FUNCTION TRIM(quote-author)
                       INTO display-row
                   END-STRING
               ELSE
                   STRING "    [" FUNCTION TRIM(quote-category)
                       "]"
                       INTO display-row
                   END-STRING
               END-IF
               DISPLAY display-row
           END-PERFORM

           IF search-page < search-page-count
               COMPUTE search-next-page = search-page + 1
               END-COMPUTE
               PERFORM CLEAR-ROW
               DISPLAY display-row
               STRING
                   "More results: page=" search-next-page
                               INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF.

       6440-EXIT.
           EXIT.

      *> The current page of search results as an RSS channel,
      *> items laid out as in the archive feed.
      *>
      *> CALLED BY: 0000-MAIN.
      *> CALLS: CLEAR-ROW, 3100-PARSE-QUOTE-LINE.
       6450-SEARCH-RSS SECTION.
           MOVE search-norm TO feed-text
           INSPECT feed-text REPLACING ALL '"' BY "'"
           DISPLAY '<?xml version="1.0"?>'
           DISPLAY '<rss version="2.0"><channel>'
           PERFORM CLEAR-ROW
           STRING "<title>cobol.historisch-gewachsen.de search: "
               FUNCTION TRIM(feed-text) "</title>"
               INTO display-row
           END-STRING
           DISPLAY FUNCTION TRIM(display-row)
           DISPLAY "<link>https://cobol.historisch-gewachsen.de/"
               "</link>"
           PERFORM CLEAR-ROW
           STRING "<description>" search-hit-count
               " quotes found, page " search-page " of "
               search-page-count "</description>"
               INTO display-row
           END-STRING
           DISPLAY FUNCTION TRIM(display-row)
           PERFORM VARYING search-index FROM search-first BY 1
                   UNTIL search-index > search-last
                      OR search-index = 0
               MOVE sh-quote(search-index) TO quote-line
               PERFORM 3100-PARSE-QUOTE-LINE
               MOVE quote-text TO feed-text
               INSPECT feed-text REPLACING ALL '"' BY "'"
               MOVE sh-line(search-index) TO chosen-line
               DISPLAY "<item>"
               PERFORM CLEAR-ROW
               STRING "<title>["
                   FUNCTION TRIM(quote-category)
                   "] #" chosen-line "</title>"
                   INTO display-row
               END-STRING
               DISPLAY FUNCTION TRIM(display-row)
               PERFORM CLEAR-ROW
               STRING "<description>"
                   FUNCTION TRIM(feed-text)
                   "</description>"
                   INTO display-row
               END-STRING
               DISPLAY FUNCTION TRIM(display-row)
               DISPLAY "</item>"
           END-PERFORM
           DISPLAY "</channel></rss>"
       .

      *> The current page of search results as a JSON array of
      *> the same objects the archive feed carries.
      *>
      *> CALLED BY: 0000-MAIN.
      *> CALLS: CLEAR-ROW, 3100-PARSE-QUOTE-LINE.
       6460-SEARCH-JSON SECTION.
           DISPLAY "["
           MOVE "Y" TO feed-first
           PERFORM VARYING search-index FROM search-first BY 1
                   UNTIL search-index > search-last
                      OR search-index = 0
               MOVE sh-quote(search-index) TO quote-line
               PERFORM 3100-PARSE-QUOTE-LINE
               MOVE quote-text TO feed-text
               INSPECT feed-text REPLACING ALL '"' BY "'"
               MOVE sh-line(search-index) TO chosen-line
               IF feed-first = "Y"
                   MOVE "N" TO feed-first
               ELSE
                   DISPLAY ","
               END-IF
               PERFORM CLEAR-ROW
               STRING '{"line": ' chosen-line
                   ', "category": "'
                   FUNCTION TRIM(quote-category)
                   '", "quote": "'
                   FUNCTION TRIM(feed-text)
                   '"}'
                   INTO display-row
               END-STRING
               DISPLAY FUNCTION TRIM(display-row)
                   WITH NO ADVANCING
           END-PERFORM
           DISPLAY " "
           DISPLAY "]"
       .

      *> Load the ratings file into storage (missing file means no
      *> votes yet).
      *>
      *> CALLED BY: 2600-APPLY-RATING, 6500-TOP-RATED-LISTING,
      *>            7000-USAGE-STATS.
       2550-LOAD-RATINGS SECTION.
           MOVE 0 TO rating-count
           MOVE SPACE TO file-status
           OPEN INPUT RatingDb
           PERFORM UNTIL file-eof
               READ RatingDb
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       IF rating-count < 500
                           ADD 1 TO rating-count END-ADD
                           MOVE rating-line
                               TO rt-line(rating-count)
                           IF FUNCTION TRIM(rating-line)
                                   IS NUMERIC
                               MOVE FUNCTION NUMVAL(rating-line)
                                   TO rate-line-num
                               MOVE rate-line-num
                                   TO rt-line(rating-count)
                           END-IF
                           MOVE rating-votes
                               TO rt-votes(rating-count)
                           MOVE rating-sum
                               TO rt-sum(rating-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RatingDb
       .

      *> Rewrite the ratings file from storage.
      *>
      *> CALLED BY: 2600-APPLY-RATING.
       2560-SAVE-RATINGS SECTION.
           OPEN OUTPUT RatingDb
           PERFORM VARYING rating-index FROM 1 BY 1
                   UNTIL rating-index > rating-count
               MOVE SPACES TO RatingDetails
               MOVE rt-line(rating-index) TO rating-line
               MOVE rt-votes(rating-index) TO rating-votes
               MOVE rt-sum(rating-index) TO rating-sum
               WRITE RatingDetails END-WRITE
           END-PERFORM
           CLOSE RatingDb
       .

      *> Fold one reader vote (rate=<line>&stars=<1..5>) into the
      *> ratings file and confirm.
      *>
      *> CALLED BY: 0000-MAIN.
       2600-APPLY-RATING SECTION.
           IF rate-stars = 0 OR rate-line-req = SPACES
               OR rate-line-req IS NOT NUMERIC
               MOVE "Nothing rated - need rate=<line>&stars=<1..5>."
                   TO display-row
               DISPLAY display-row
               GO TO 2600-EXIT
           END-IF

           PERFORM 2550-LOAD-RATINGS
           MOVE "N" TO rating-found
           PERFORM VARYING rating-index FROM 1 BY 1
                   UNTIL rating-index > rating-count
               IF rt-line(rating-index) = rate-line-req
                   ADD 1 TO rt-votes(rating-index) END-ADD
                   ADD rate-stars TO rt-sum(rating-index) END-ADD
                   MOVE "Y" TO rating-found
               END-IF
           END-PERFORM
           IF rating-found = "N" AND rating-count < 500
               ADD 1 TO rating-count END-ADD
               MOVE rate-line-req TO rt-line(rating-count)
               MOVE 1 TO rt-votes(rating-count)
               MOVE rate-stars TO rt-sum(rating-count)
           END-IF
           PERFORM 2560-SAVE-RATINGS

           MOVE "Thanks! Your rating was counted."
               TO display-row
           DISPLAY display-row.

       2600-EXIT.
           EXIT.
           MOVE FUNCTION NUMVAL(rt-line(top-index)) TO top-line-num

           MOVE SPACES TO quote-text
           MOVE "N" TO quote-retired
           MOVE 0 TO top-scan
           MOVE SPACE TO file-status
           OPEN INPUT QuoteDb
           END-PERFORM
           CLOSE QuoteDb

      *>   A retired quote keeps its votes but leaves the listing.
           IF quote-is-retired
               GO TO 6600-EXIT
           END-IF

           PERFORM CLEAR-ROW
           STRING
               "#" rt-line(top-index)
               quote-text(1:40)
                               INTO display-row
           END-STRING
           DISPLAY display-row.

       6600-EXIT.
           EXIT.

      *> Every author on file with their quote count; untagged
      *> quotes land under "(unknown)".
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       PERFORM 3100-PARSE-QUOTE-LINE
                       IF quote-retired = "N"
                           IF quote-author = SPACES
                               MOVE "(unknown)" TO quote-author
                           END-IF
                           MOVE "N" TO author-found
                           PERFORM VARYING author-index FROM 1 BY 1
                                   UNTIL author-index > author-count
                               IF au-name(author-index) = quote-author
                                   ADD 1 TO au-count(author-index)
                                   END-ADD
                                   MOVE "Y" TO author-found
                               END-IF
                           END-PERFORM
                           IF author-found = "N"
                               AND author-count < 50
                               ADD 1 TO author-count END-ADD
                               MOVE quote-author
                                   TO au-name(author-count)
                               MOVE 1 TO au-count(author-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-PERFORM
       .

      *> One-off cleanup report: every group of live quotes that
      *> duplicate or nearly duplicate each other, with each line's
      *> rating, so the copies can be merged by hand. "=" marks an
      *> exact copy of the group's first line, "~" a near match.
      *>
      *> CALLED BY: 0000-MAIN.
      *> CALLS: 5020-LOAD-DUPLICATE-SOURCES, 2550-LOAD-RATINGS,
      *>        2740-PREPARE-LEFT, 2760-COMPARE-WITH-LEFT,
      *>        6960-SHOW-ONE-DUPLICATE.
       6950-DUPLICATE-REPORT SECTION.
           PERFORM CLEAR-ROW
           STRING
               "=== DUPLICATE QUOTES IN "
               "cobol.historisch-gewachsen.de ==="
                               INTO display-row
           END-STRING
           DISPLAY display-row

           MOVE 0 TO pending-count
           PERFORM 5020-LOAD-DUPLICATE-SOURCES
           PERFORM 2550-LOAD-RATINGS
           MOVE 0 TO dup-group-count

           PERFORM VARYING live-index FROM 1 BY 1
                   UNTIL live-index > live-count
               IF lv-group(live-index) = 0
                   MOVE lv-norm(live-index) TO dup-norm-a
                   PERFORM 2740-PREPARE-LEFT
                   MOVE 0 TO dup-group-size
                   PERFORM VARYING dup-index FROM live-index BY 1
                           UNTIL dup-index > live-count
                       IF dup-index > live-index
                           AND lv-group(dup-index) = 0
                           MOVE lv-norm(dup-index) TO dup-norm-b
                           PERFORM 2760-COMPARE-WITH-LEFT
                           IF dup-kind NOT = SPACE
                               IF dup-group-size = 0
                                   ADD 1 TO dup-group-count END-ADD
                                   MOVE dup-group-count
                                       TO lv-group(live-index)
                                   PERFORM CLEAR-ROW
                                   DISPLAY display-row
                                   DISPLAY "-- GROUP " dup-group-count
                                   MOVE SPACE TO dup-mark
                                   MOVE live-index TO dup-show-index
                                   PERFORM 6960-SHOW-ONE-DUPLICATE
                               END-IF
                               ADD 1 TO dup-group-size END-ADD
                               MOVE dup-group-count
                                   TO lv-group(dup-index)
                               IF dup-exact
                                   MOVE "=" TO dup-mark
                               ELSE
                                   MOVE "~" TO dup-mark
                               END-IF
                               MOVE dup-index TO dup-show-index
                               PERFORM 6960-SHOW-ONE-DUPLICATE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM CLEAR-ROW
           DISPLAY display-row
           IF dup-group-count = 0
               DISPLAY "No duplicate quotes found."
           ELSE
               DISPLAY "Duplicate groups: " dup-group-count
           END-IF
       .

      *> One line of the duplicate report for the live quote at
      *> 'dup-show-index': mark, line number, average rating and
      *> votes, quote text.
      *>
      *> CALLED BY: 6950-DUPLICATE-REPORT.
       6960-SHOW-ONE-DUPLICATE SECTION.
           MOVE lv-line(dup-show-index) TO dup-line-text
           MOVE "N" TO rating-found
           PERFORM VARYING rating-index FROM 1 BY 1
                   UNTIL rating-index > rating-count
               IF rt-line(rating-index) = dup-line-text
                   AND rt-votes(rating-index) > 0
                   COMPUTE rating-average ROUNDED =
                       rt-sum(rating-index) / rt-votes(rating-index)
                   END-COMPUTE
                   MOVE rating-average TO rating-average-show
                   MOVE rt-votes(rating-index) TO dup-votes-show
                   MOVE "Y" TO rating-found
               END-IF
           END-PERFORM

           PERFORM CLEAR-ROW
           IF rating-found = "Y"
               STRING dup-mark " #" dup-line-text
                   " avg " rating-average-show
                   " (" dup-votes-show " votes) "
                   lv-text(dup-show-index)(1:45)
                   INTO display-row
               END-STRING
           ELSE
               STRING dup-mark " #" dup-line-text
                   " (unrated)              "
                   lv-text(dup-show-index)(1:45)
                   INTO display-row
               END-STRING
           END-IF
           DISPLAY display-row
       .

      *> Terminal moderation of reader submissions: walk the
      *> pending file, approve into 'quotes_cobol.txt' or reject
      *> with a recorded reason. Skipped quotes stay pending.
               GO TO 5000-EXIT
           END-IF

           PERFORM 5020-LOAD-DUPLICATE-SOURCES

           MOVE "N" TO moderate-done
           MOVE 0 TO approved-count rejected-count
           PERFORM VARYING pending-index FROM 1 BY 1
               " (submitted " pq-date(pending-index)
               " from " pq-addr(pending-index) ")"
           DISPLAY pq-text(pending-index)
           PERFORM 5050-SHOW-DUPLICATES
           DISPLAY "(A)pprove, (R)eject, (B)ulk-reject address,"
               " (S)kip, (Q)uit? "
               WITH NO ADVANCING
                   CLOSE QuoteDb
                   MOVE "N" TO pq-keep(pending-index)
                   ADD 1 TO approved-count END-ADD
                   IF live-count < 500
                       ADD 1 TO live-count END-ADD
                       MOVE 999 TO lv-line(live-count)
                       MOVE pq-text(pending-index)
                           TO lv-text(live-count)
                       MOVE pq-norm(pending-index)
                           TO lv-norm(live-count)
                   END-IF
                   DISPLAY "Approved."
               WHEN "R"
                   DISPLAY "Reason? " WITH NO ADVANCING
           END-EVALUATE
       .

      *> Hold the live database and the rejected file in storage
      *> in normalized form, and normalize every pending row, for
      *> the duplicate flags shown while moderating.
      *>
      *> Retired quotes stay out.
      *>
      *> CALLED BY: 5000-MODERATE-PENDING, 6950-DUPLICATE-REPORT.
      *> CALLS: 2700-NORMALIZE-QUOTE, 3100-PARSE-QUOTE-LINE.
       5020-LOAD-DUPLICATE-SOURCES SECTION.
           MOVE 0 TO live-count
           MOVE 0 TO absolute-line
           MOVE SPACE TO file-status
           OPEN INPUT QuoteDb
           PERFORM UNTIL file-eof
               READ QuoteDb
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       PERFORM 3100-PARSE-QUOTE-LINE
                       IF live-count < 500 AND quote-retired = "N"
                           ADD 1 TO live-count END-ADD
                           MOVE absolute-line TO lv-line(live-count)
                           MOVE quote-line TO lv-text(live-count)
                           MOVE quote-line TO norm-in
                           PERFORM 2700-NORMALIZE-QUOTE
                           MOVE norm-out TO lv-norm(live-count)
                           MOVE 0 TO lv-group(live-count)
                       END-IF
                       ADD 1 TO absolute-line END-ADD
               END-READ
           END-PERFORM
           CLOSE QuoteDb

           MOVE 0 TO rejected-load-count
           MOVE SPACE TO file-status
           OPEN INPUT RejectDb
           PERFORM UNTIL file-eof
               READ RejectDb
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       IF rejected-load-count < 500
                           ADD 1 TO rejected-load-count END-ADD
                           MOVE reject-reason
                               TO rj-reason(rejected-load-count)
                           MOVE reject-text
                               TO rj-text(rejected-load-count)
                           MOVE reject-text TO norm-in
                           PERFORM 2700-NORMALIZE-QUOTE
                           MOVE norm-out
                               TO rj-norm(rejected-load-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RejectDb

           PERFORM VARYING dup-index FROM 1 BY 1
                   UNTIL dup-index > pending-count
               MOVE pq-text(dup-index) TO norm-in
               PERFORM 2700-NORMALIZE-QUOTE
               MOVE norm-out TO pq-norm(dup-index)
           END-PERFORM
       .

      *> Flag the pending row at 'pending-index' when it duplicates
      *> or nearly duplicates a live quote, another undecided
      *> pending row or a rejected quote. The first five hits are
      *> shown; the moderator decides.
      *>
      *> CALLED BY: 5100-MODERATE-ONE.
      *> CALLS: 2740-PREPARE-LEFT, 2760-COMPARE-WITH-LEFT.
       5050-SHOW-DUPLICATES SECTION.
           MOVE 0 TO dup-flag-count dup-flag-shown
           MOVE pq-norm(pending-index) TO dup-norm-a
           PERFORM 2740-PREPARE-LEFT

           PERFORM VARYING live-index FROM 1 BY 1
                   UNTIL live-index > live-count
               MOVE lv-norm(live-index) TO dup-norm-b
               PERFORM 2760-COMPARE-WITH-LEFT
               IF dup-kind NOT = SPACE
                   ADD 1 TO dup-flag-count END-ADD
                   IF dup-flag-shown < 5
                       ADD 1 TO dup-flag-shown END-ADD
                       PERFORM 5060-DUPLICATE-FLAG-LEAD
                       IF lv-line(live-index) = 999
                           DISPLAY "  " FUNCTION TRIM(display-row)
                               " approved this session: "
                               lv-text(live-index)(1:40)
                       ELSE
                           DISPLAY "  " FUNCTION TRIM(display-row)
                               " live #" lv-line(live-index) ": "
                               lv-text(live-index)(1:40)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING dup-index FROM 1 BY 1
                   UNTIL dup-index > pending-count
               IF dup-index NOT = pending-index
                   AND pq-keep(dup-index) = "Y"
                   MOVE pq-norm(dup-index) TO dup-norm-b
                   PERFORM 2760-COMPARE-WITH-LEFT
                   IF dup-kind NOT = SPACE
                       ADD 1 TO dup-flag-count END-ADD
                       IF dup-flag-shown < 5
                           ADD 1 TO dup-flag-shown END-ADD
                           PERFORM 5060-DUPLICATE-FLAG-LEAD
                           DISPLAY "  " FUNCTION TRIM(display-row)
                               " pending " dup-index ": "
                               pq-text(dup-index)(1:40)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING rejected-index FROM 1 BY 1
                   UNTIL rejected-index > rejected-load-count
               MOVE rj-norm(rejected-index) TO dup-norm-b
               PERFORM 2760-COMPARE-WITH-LEFT
               IF dup-kind NOT = SPACE
                   ADD 1 TO dup-flag-count END-ADD
                   IF dup-flag-shown < 5
                       ADD 1 TO dup-flag-shown END-ADD
                       PERFORM 5060-DUPLICATE-FLAG-LEAD
                       DISPLAY "  " FUNCTION TRIM(display-row)
                           " rejected ("
                           FUNCTION TRIM(rj-reason(rejected-index))
                           "): " rj-text(rejected-index)(1:40)
                   END-IF
               END-IF
           END-PERFORM

           IF dup-flag-count > dup-flag-shown
               SUBTRACT dup-flag-shown FROM dup-flag-count END-SUBTRACT
               DISPLAY "  ... and " dup-flag-count
                   " more possible duplicate(s)."
           END-IF
       .

      *> Lead-in for one duplicate flag line into 'display-row'.
      *>
      *> CALLED BY: 5050-SHOW-DUPLICATES.
       5060-DUPLICATE-FLAG-LEAD SECTION.
           PERFORM CLEAR-ROW
           IF dup-exact
               MOVE "!! EXACT DUPLICATE of" TO display-row
           ELSE
               STRING "?? NEAR MATCH (" dup-score "%) with"
                   INTO display-row
               END-STRING
           END-IF
       .

      *> Reject every still-pending row from the current row's
      *> address in one keystroke - the flood cleanup.
      *>
           CLOSE PendingDb
       .

      *> Terminal editorial corrections of published quotes: text,
      *> author and category change in place, a quote can be
      *> retired (or brought back) instead of deleted, and every
      *> revision goes to 'quotes_history.txt' with the date, the
      *> editor and the line before and after.
      *>
      *> CALLED BY: 0000-MAIN.
      *> CALLS: 5510-EDIT-ONE-QUOTE.
       5500-EDIT-QUOTES SECTION.
           MOVE 0 TO edit-count
           MOVE "N" TO edit-overflow
           MOVE SPACE TO file-status
           OPEN INPUT QuoteDb
           PERFORM UNTIL file-eof
               READ QuoteDb
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       IF edit-count < 500
                           ADD 1 TO edit-count END-ADD
                           MOVE quote-line TO ed-quote(edit-count)
                       ELSE
                           MOVE "Y" TO edit-overflow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QuoteDb

      *>   Rewriting a file only partly held would lose its tail.
           IF edit-overflow = "Y"
               DISPLAY "Quote file holds more than 500 quotes -"
                   " cannot edit it here."
               GO TO 5500-EXIT
           END-IF
           IF edit-count = 0
               DISPLAY "No quotes on file."
               GO TO 5500-EXIT
           END-IF

           ACCEPT edit-editor FROM ENVIRONMENT "USER"
               ON EXCEPTION MOVE SPACES TO edit-editor
           END-ACCEPT
           DISPLAY "Editor [" FUNCTION TRIM(edit-editor) "]? "
               WITH NO ADVANCING
           MOVE SPACES TO edit-input
           ACCEPT edit-input
           IF edit-input NOT = SPACES
               MOVE edit-input TO edit-editor
           END-IF
           IF edit-editor = SPACES
               DISPLAY "Every revision needs an editor name."
               GO TO 5500-EXIT
           END-IF

           MOVE 0 TO edit-revisions
           MOVE "N" TO edit-quit
           PERFORM UNTIL edit-quit = "Y"
               IF edit-line-req = SPACES
                   DISPLAY " "
                   DISPLAY "Line to edit (blank to finish)? "
                       WITH NO ADVANCING
                   ACCEPT edit-line-req
                   IF edit-line-req = SPACES
                       MOVE "Y" TO edit-quit
                   END-IF
               ELSE
      *>           A line from the command line is edited alone.
                   MOVE "Y" TO edit-quit
               END-IF
               IF edit-line-req NOT = SPACES
                   IF FUNCTION TRIM(edit-line-req) IS NUMERIC
                       MOVE FUNCTION NUMVAL(edit-line-req)
                           TO edit-line-num
                       IF edit-line-num < edit-count
                           COMPUTE edit-index = edit-line-num + 1
                           END-COMPUTE
                           PERFORM 5510-EDIT-ONE-QUOTE
                       ELSE
                           COMPUTE edit-index = edit-count - 1
                           END-COMPUTE
                           DISPLAY "No line " edit-line-num
                               " - the file ends at line "
                               edit-index "."
                       END-IF
                   ELSE
                       DISPLAY "Line numbers are digits, 0 first."
                   END-IF
                   MOVE SPACES TO edit-line-req
               END-IF
           END-PERFORM

           DISPLAY "Revisions saved: " edit-revisions.

       5500-EXIT.
           EXIT.

      *> Show the quote at 'edit-index' and apply the editor's
      *> changes to it one at a time until they are done.
      *>
      *> CALLED BY: 5500-EDIT-QUOTES.
      *> CALLS: 3100-PARSE-QUOTE-LINE, 5520-COMPOSE-QUOTE,
      *>        5530-SAVE-REVISION, 5540-SHOW-HISTORY.
       5510-EDIT-ONE-QUOTE SECTION.
           MOVE edit-line-num TO edit-line-text
           MOVE "N" TO edit-done
           PERFORM UNTIL edit-done = "Y"
               MOVE ed-quote(edit-index) TO quote-line
               PERFORM 3100-PARSE-QUOTE-LINE
               MOVE quote-category TO edit-category
               MOVE quote-author TO edit-author
               MOVE quote-text TO edit-text
               MOVE quote-retired TO edit-retired

               DISPLAY " "
               IF quote-is-retired
                   DISPLAY "#" edit-line-text " ["
                       FUNCTION TRIM(quote-category) "] RETIRED"
               ELSE
                   DISPLAY "#" edit-line-text " ["
                       FUNCTION TRIM(quote-category) "]"
               END-IF
               DISPLAY quote-text
               IF quote-author NOT = SPACES
                   DISPLAY "    -- " FUNCTION TRIM(quote-author)
               END-IF
               DISPLAY "(T)ext, (A)uthor, (C)ategory, (R)etire,"
                   " (U)nretire, (H)istory, (D)one? "
                   WITH NO ADVANCING
               MOVE SPACE TO edit-choice
               ACCEPT edit-choice

               MOVE SPACES TO edit-action
               EVALUATE FUNCTION UPPER-CASE(edit-choice)
                   WHEN "T"
                       DISPLAY "New text? " WITH NO ADVANCING
                       MOVE SPACES TO edit-input
                       ACCEPT edit-input
                       IF FUNCTION TRIM(edit-input LEADING)(1:1)
                               = "["
                           DISPLAY "Text cannot start with a bracket."
                       ELSE
                           IF edit-input NOT = SPACES
                               MOVE FUNCTION TRIM(edit-input LEADING)
                                   TO edit-text
                               MOVE "TEXT" TO edit-action
                           END-IF
                       END-IF
                   WHEN "A"
                       DISPLAY "New author (blank for none)? "
                           WITH NO ADVANCING
                       MOVE SPACES TO edit-input
                       ACCEPT edit-input
                       MOVE 0 TO edit-bracket-tally
                       INSPECT edit-input TALLYING edit-bracket-tally
                           FOR ALL "[" ALL "]"
                       IF edit-bracket-tally > 0
                           DISPLAY "No brackets in an author name."
                       ELSE
                           MOVE FUNCTION TRIM(edit-input)
                               TO edit-author
                           MOVE "AUTHOR" TO edit-action
                       END-IF
                   WHEN "C"
                       DISPLAY "New category (blank for general)? "
                           WITH NO ADVANCING
                       MOVE SPACES TO edit-input
                       ACCEPT edit-input
                       MOVE 0 TO edit-bracket-tally
                       INSPECT edit-input TALLYING edit-bracket-tally
                           FOR ALL "[" ALL "]"
                       MOVE FUNCTION LOWER-CASE(
                           FUNCTION TRIM(edit-input)) TO edit-input
                       EVALUATE TRUE
                           WHEN edit-bracket-tally > 0
                               DISPLAY "No brackets in a category."
                           WHEN edit-input(1:3) = "by:"
                               OR edit-input = "retired"
                               DISPLAY "That name is taken by a tag."
                           WHEN edit-input(21:60) NOT = SPACES
                               DISPLAY "Categories are at most 20"
                                   " characters."
                           WHEN OTHER
                               MOVE edit-input(1:20) TO edit-category
                               IF edit-category = SPACES
                                   MOVE "general" TO edit-category
                               END-IF
                               MOVE "CATEGORY" TO edit-action
                       END-EVALUATE
                   WHEN "R"
                       MOVE "Y" TO edit-retired
                       MOVE "RETIRE" TO edit-action
                   WHEN "U"
                       MOVE "N" TO edit-retired
                       MOVE "RESTORE" TO edit-action
                   WHEN "H"
                       PERFORM 5540-SHOW-HISTORY
                   WHEN "D"
                       MOVE "Y" TO edit-done
                   WHEN OTHER
                       DISPLAY "Pick one of T, A, C, R, U, H or D."
               END-EVALUATE

               IF edit-action NOT = SPACES
                   PERFORM 5520-COMPOSE-QUOTE
                   EVALUATE TRUE
                       WHEN edit-too-long = "Y"
                           DISPLAY "That makes the line longer than"
                               " 80 characters - not changed."
                       WHEN edit-after = ed-quote(edit-index)
                           DISPLAY "No change."
                       WHEN OTHER
                           PERFORM 5530-SAVE-REVISION
                   END-EVALUATE
               END-IF
           END-PERFORM
       .

      *> Build the quote line back from 'edit-retired',
      *> 'edit-category', 'edit-author' and 'edit-text' into
      *> 'edit-after' in the tag order the approval path writes
      *> ("general" goes untagged); 'edit-too-long' says it did
      *> not fit the 80-column line.
      *>
      *> CALLED BY: 5510-EDIT-ONE-QUOTE.
       5520-COMPOSE-QUOTE SECTION.
           MOVE SPACES TO edit-after
           MOVE "N" TO edit-too-long
           MOVE 1 TO edit-pointer
           IF edit-retired = "Y"
               STRING "[retired]" DELIMITED BY SIZE
                   INTO edit-after WITH POINTER edit-pointer
               END-STRING
           END-IF
           IF edit-category NOT = "general"
               AND edit-category NOT = SPACES
               STRING "[" FUNCTION TRIM(edit-category) "]"
                   DELIMITED BY SIZE
                   INTO edit-after WITH POINTER edit-pointer
               END-STRING
           END-IF
           IF edit-author NOT = SPACES
               STRING "[by:" FUNCTION TRIM(edit-author) "]"
                   DELIMITED BY SIZE
                   INTO edit-after WITH POINTER edit-pointer
                   ON OVERFLOW MOVE "Y" TO edit-too-long
               END-STRING
           END-IF
           IF edit-pointer > 1
               STRING " " DELIMITED BY SIZE
                   INTO edit-after WITH POINTER edit-pointer
                   ON OVERFLOW MOVE "Y" TO edit-too-long
               END-STRING
           END-IF
           STRING FUNCTION TRIM(edit-text)
               DELIMITED BY SIZE
               INTO edit-after WITH POINTER edit-pointer
               ON OVERFLOW MOVE "Y" TO edit-too-long
           END-STRING
       .

      *> Log the revision to the history file, then rewrite the
      *> quote file with the new line in its old place.
      *>
      *> CALLED BY: 5510-EDIT-ONE-QUOTE.
       5530-SAVE-REVISION SECTION.
           MOVE ed-quote(edit-index) TO edit-before

           OPEN EXTEND HistoryDb
           MOVE SPACES TO HistoryDetails
           MOVE today-formatted TO history-date
           MOVE edit-line-text TO history-line
           MOVE edit-editor TO history-editor
           MOVE edit-action TO history-action
           MOVE edit-before TO history-before
           MOVE edit-after TO history-after
           WRITE HistoryDetails END-WRITE
           CLOSE HistoryDb

           MOVE edit-after TO ed-quote(edit-index)
           OPEN OUTPUT QuoteDb
           PERFORM VARYING edit-history-count FROM 1 BY 1
                   UNTIL edit-history-count > edit-count
               MOVE ed-quote(edit-history-count) TO quote-line
               WRITE QuoteDetails END-WRITE
           END-PERFORM
           CLOSE QuoteDb

           ADD 1 TO edit-revisions END-ADD
           DISPLAY "Saved (" FUNCTION TRIM(edit-action) ")."
       .

      *> Every recorded revision of the line being edited, oldest
      *> first.
      *>
      *> CALLED BY: 5510-EDIT-ONE-QUOTE.
       5540-SHOW-HISTORY SECTION.
           MOVE 0 TO edit-history-count
           MOVE SPACE TO file-status
           OPEN INPUT HistoryDb
           PERFORM UNTIL file-eof
               READ HistoryDb
                   AT END SET file-eof TO TRUE
                   NOT AT END
                       IF history-line = edit-line-text
                           ADD 1 TO edit-history-count END-ADD
                           DISPLAY history-date " "
                               FUNCTION TRIM(history-editor) " "
                               FUNCTION TRIM(history-action)
                           DISPLAY "  before: " history-before
                           DISPLAY "  after:  " history-after
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryDb
           IF edit-history-count = 0
               DISPLAY "No revisions recorded for this line."
           END-IF
       .

      *> Usage report over the access log: requests per day,
      *> web against terminal, the five most-served quotes, the
      *> top searches and the searches that found nothing.
      *>
      *> CALLED BY: 0000-MAIN.
       7000-USAGE-STATS SECTION.
           MOVE 0 TO stat-record-count stat-cgi-count
               stat-terminal-count stat-day-count stat-line-count
               stat-search-count
           PERFORM 2550-LOAD-RATINGS
           MOVE SPACE TO file-status
           OPEN INPUT AccessLog
                   MOVE 0 TO sl-count(stat-top-index)
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "-- TOP SEARCHES (COUNT: WORDS)"
           IF stat-search-count = 0
               DISPLAY "(no searches logged)"
           END-IF
           PERFORM VARYING stat-top-rank FROM 1 BY 1
                   UNTIL stat-top-rank > 5
               MOVE 0 TO stat-top-index
               MOVE 0 TO stat-search-best
               PERFORM VARYING stat-search-index FROM 1 BY 1
                       UNTIL stat-search-index > stat-search-count
                   IF ss-count(stat-search-index) > stat-search-best
                       MOVE ss-count(stat-search-index)
                           TO stat-search-best
                       MOVE stat-search-index TO stat-top-index
                   END-IF
               END-PERFORM
               IF stat-top-index > 0
                   DISPLAY ss-count(stat-top-index) ": "
                       FUNCTION TRIM(ss-terms(stat-top-index))
                   MOVE 0 TO ss-count(stat-top-index)
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "-- SEARCHES THAT FOUND NOTHING (COUNT: WORDS)"
           MOVE 0 TO stat-search-shown
           PERFORM VARYING stat-search-rank FROM 1 BY 1
                   UNTIL stat-search-rank > 10
               MOVE 0 TO stat-top-index
               MOVE 0 TO stat-search-best
               PERFORM VARYING stat-search-index FROM 1 BY 1
                       UNTIL stat-search-index > stat-search-count
                   IF ss-empty(stat-search-index) > stat-search-best
                       MOVE ss-empty(stat-search-index)
                           TO stat-search-best
                       MOVE stat-search-index TO stat-top-index
                   END-IF
               END-PERFORM
               IF stat-top-index > 0
                   DISPLAY ss-empty(stat-top-index) ": "
                       FUNCTION TRIM(ss-terms(stat-top-index))
                   MOVE 0 TO ss-empty(stat-top-index)
                   ADD 1 TO stat-search-shown END-ADD
               END-IF
           END-PERFORM
           IF stat-search-shown = 0
               DISPLAY "(none)"
           END-IF
       .

      *> Average rating of the line at 'stat-top-index', when the
                   MOVE 1 TO sl-count(stat-line-count)
               END-IF
           END-IF

           IF access-search NOT = SPACES
               MOVE "N" TO stat-search-found
               PERFORM VARYING stat-search-index FROM 1 BY 1
                       UNTIL stat-search-index > stat-search-count
                   IF ss-terms(stat-search-index) = access-search
                       MOVE "Y" TO stat-search-found
                       MOVE stat-search-index TO stat-top-index
                   END-IF
               END-PERFORM
               IF stat-search-found = "N"
                   AND stat-search-count < 200
                   ADD 1 TO stat-search-count END-ADD
                   MOVE access-search TO ss-terms(stat-search-count)
                   MOVE 0 TO ss-count(stat-search-count)
                   MOVE 0 TO ss-empty(stat-search-count)
                   MOVE stat-search-count TO stat-top-index
                   MOVE "Y" TO stat-search-found
               END-IF
               IF stat-search-found = "Y"
                   ADD 1 TO ss-count(stat-top-index) END-ADD
                   IF access-hits = "000"
                       ADD 1 TO ss-empty(stat-top-index) END-ADD
                   END-IF
               END-IF
           END-IF
       .

      *> Append one record for this invocation to the access log.
           END-IF
           MOVE cgi-status TO access-cgi
           MOVE access-line-text TO access-line
           MOVE access-hits-text TO access-hits
           MOVE access-search-text TO access-search
           WRITE AccessDetails END-WRITE
           CLOSE AccessLog
       .
