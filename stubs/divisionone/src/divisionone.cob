           SELECT FILELIST-FILE ASSIGN TO WS-FILELIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LINT-FILELIST-FILE ASSIGN TO WS-LINT-FILELIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RELEASE-FILE ASSIGN TO WS-RLS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DATA-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RELEASE-MANIFEST-FILE ASSIGN TO WS-RMF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HASH-LIST-FILE ASSIGN TO WS-HASH-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ASSET-MAP-FILE ASSIGN TO WS-AMAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT API-FILE ASSIGN TO WS-API-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILELIST-FILE.
       01 FILELIST-RECORD                PIC X(256).

      * Lint's own walk list, so a lint run beside a build never
      * touches the build's
       FD LINT-FILELIST-FILE.
       01 LINT-FILELIST-RECORD           PIC X(256).

       FD CONFIG-FILE.
       01 CONFIG-RECORD                  PIC X(256).

      * Sized past the longest escaped entry (~9K worst case
      * with every field at its maximum), so a record is never
      * silently clipped on write and dropped on the next load
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD              PIC X(12288).

       FD MTIME-FILE.
       01 MTIME-RECORD                   PIC X(20).
          05 MSORT-AUTHOR                PIC X(80).
          05 MSORT-READTIME              PIC 9(4).
          05 MSORT-SUMMARY               PIC X(300).
          05 MSORT-LANG                  PIC X(10).
          05 MSORT-TKEY                  PIC X(256).
          05 MSORT-HAS-TRANS             PIC X.
          05 MSORT-MTIME                 PIC X(20).
          05 MSORT-SRC-REL               PIC X(256).
          05 MSORT-DRAFT                 PIC X.
          05 MSORT-REVIEWED              PIC X(20).
          05 MSORT-REVIEW-EVERY          PIC X(10).
          05 MSORT-SERIES                PIC X(80).
          05 MSORT-PART                  PIC 9(3).

       FD HISTORY-FILE.
       01 HISTORY-RECORD                 PIC X(300).

      * Release bookkeeping: the directory listing of kept releases,
      * and the one-line marker naming the release that is live
       FD RELEASE-FILE.
       01 RELEASE-RECORD                 PIC X(256).

       FD LOCK-FILE.
       01 LOCK-RECORD                    PIC X(300).

       FD DATA-FILE.
       01 DATA-RECORD                    PIC X(2048).

       FD RELEASE-MANIFEST-FILE.
       01 RELEASE-MANIFEST-RECORD        PIC X(400).

       FD HASH-LIST-FILE.
       01 HASH-LIST-RECORD               PIC X(400).

       FD ASSET-MAP-FILE.
       01 ASSET-MAP-RECORD               PIC X(500).

      * A page's JSON file carries its whole rendered body as one
      * string, so a record has room for the body buffer escaped at
      * its worst (six bytes a character) plus the page's fields
       FD API-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 800000 CHARACTERS
               DEPENDING ON WS-API-REC-LEN.
       01 API-RECORD                     PIC X(800000).

       WORKING-STORAGE SECTION.
      * Site Configuration
       01 WS-SITE-CONFIG.
                                         VALUE "content".
          05 WS-SITE-URL                 PIC X(160)
                                         VALUE "http://localhost/".
      * Language of every page that does not name its own lang:
          05 WS-SITE-LANG                PIC X(10)
                                         VALUE "en".
      * Optional "code=Name, code=Name" labels for the language
      * switcher; a language not listed is labelled by its code
          05 WS-SITE-LANGUAGES           PIC X(200)
                                         VALUE SPACES.

      * File handling
       01 WS-FILE-STATUS                 PIC XX.
       01 WS-PROM-NEW-LEN                PIC 9(4).
       01 WS-PROM-DIR-LEN                PIC 9(4).

      * Release history: every promote that goes live is also kept
      * under <output>.releases/NNNN-YYYYMMDD-HHMMSS/ as a copy of
      * the tree (site/) plus the checkpoint and search/link stores
      * it was built with, so "rollback" can put an earlier release
      * back through the same swap promote uses. The "current" file
      * in that directory names the release that is live; the
      * oldest releases beyond the releases: count are removed.
       01 WS-RLS-DIR                     PIC X(130).
       01 WS-RLS-KEEP                    PIC 9(3) VALUE 5.
       01 WS-RLS-FILE-PATH               PIC X(256).
       01 WS-RLS-LIST-PATH               PIC X(256)
                                    VALUE ".divisionone-releases.tmp".
       01 WS-RLS-EOF                     PIC 9 VALUE 0.
          88 RLS-LIST-DONE               VALUE 1.
       01 WS-RLS-COUNT                   PIC 9(4) VALUE 0.
       01 WS-RLS-TABLE.
          05 WS-RLS-ENTRY OCCURS 999 TIMES
                           INDEXED BY WS-RLS-IDX  PIC X(20).
       01 WS-RLS-NEXT-SEQ                PIC 9(4) VALUE 1.
       01 WS-RLS-SEQ                     PIC 9(4).
       01 WS-RLS-NAME                    PIC X(20).
       01 WS-RLS-CURRENT                 PIC X(20).
       01 WS-RLS-TARGET                  PIC X(20).
       01 WS-RLS-PATH                    PIC X(200).
       01 WS-RLS-STAMP                   PIC X(15).
       01 WS-RLS-ARG-SEQ                 PIC 9(4).
       01 WS-RLS-CUR-POS                 PIC 9(4).
       01 WS-RLS-RECORDED                PIC 9 VALUE 0.
          88 RLS-RECORDED                VALUE 1.
      * The first promote after releases are switched on has no
      * release for the tree it displaces, so that tree and the
      * live stores become a release of their own instead of being
      * thrown away
       01 WS-RLS-KEEP-OLD                PIC 9 VALUE 0.
          88 RLS-KEEP-OLD                VALUE 1.
       01 WS-RLS-OLD-NAME                PIC X(20).

      * Incremental rebuild checkpoint (last-processed mtimes)
       01 WS-CHECKPOINT-PATH             PIC X(256)
                                    VALUE ".divisionone-checkpoint".
                                    VALUE ".divisionone-mtime.tmp".
       01 WS-CHECKPOINT-EOF              PIC 9 VALUE 0.
          88 CHECKPOINT-DONE             VALUE 1.
       01 WS-CKPT-LINE                   PIC X(12288).
       01 WS-CKPT-PTR                    PIC 9(5).
       01 WS-CKPT-FIELD-TALLY            PIC 9(2).

       01 WS-NCKPT-ESC-EXPIRES           PIC X(600).
       01 WS-NCKPT-ESC-RELATED           PIC X(2400).
       01 WS-NCKPT-ESC-SUMMARY           PIC X(900).
       01 WS-NCKPT-ESC-TRANSOF           PIC X(800).
       01 WS-NCKPT-ESC-ALTERNATES        PIC X(2400).
       01 WS-NCKPT-ESC-REVIEWED          PIC X(60).
       01 WS-NCKPT-ESC-REVIEW-EVERY      PIC X(30).
       01 WS-CURRENT-MTIME               PIC X(20).
       01 WS-CKPT-FOUND-IDX              PIC 9(4) VALUE 0.

             10 WS-CKPT-EXPIRES          PIC X(20).
             10 WS-CKPT-RELATED          PIC X(800).
             10 WS-CKPT-SUMMARY          PIC X(300).
             10 WS-CKPT-LANG             PIC X(10).
             10 WS-CKPT-TRANSOF          PIC X(256).
             10 WS-CKPT-ALTERNATES       PIC X(800).
             10 WS-CKPT-DATADEPS         PIC X(400).
             10 WS-CKPT-REVIEWED         PIC X(20).
             10 WS-CKPT-REVIEW-EVERY     PIC X(10).
             10 WS-CKPT-ASSETDEPS        PIC X(400).

       01 WS-NEW-CKPT-COUNT              PIC 9(4) VALUE 0.
       01 WS-NEW-CKPT-TABLE.
             10 WS-NCKPT-EXPIRES         PIC X(20).
             10 WS-NCKPT-RELATED         PIC X(800).
             10 WS-NCKPT-SUMMARY         PIC X(300).
             10 WS-NCKPT-LANG            PIC X(10).
             10 WS-NCKPT-TRANSOF         PIC X(256).
             10 WS-NCKPT-ALTERNATES      PIC X(800).
             10 WS-NCKPT-DATADEPS        PIC X(400).
             10 WS-NCKPT-REVIEWED        PIC X(20).
             10 WS-NCKPT-REVIEW-EVERY    PIC X(10).
             10 WS-NCKPT-ASSETDEPS       PIC X(400).

      * Inline markdown rendering (bold/italic/code/links)
       01 WS-INLINE-IN                   PIC X(1024).
       01 WS-IMG-COPY-DST                PIC X(600).
       01 WS-IMG-DIR-BASE-LEN            PIC 9(4).
       01 WS-IMG-COPY-DST-LEN            PIC 9(4).
       01 WS-IMG-COPY-FLAG               PIC 9 VALUE 0.
          88 IMG-TO-COPY                 VALUE 1.
       01 WS-IMG-HASHED-FLAG             PIC 9 VALUE 0.
          88 IMG-FINGERPRINTED           VALUE 1.
       01 WS-IMG-HASHED-PATH             PIC X(256).
       01 WS-IMG-REWRITE-FLAG            PIC 9 VALUE 0.
          88 IMG-SRC-REWRITTEN           VALUE 1.
       01 WS-IMG-SRC-OUT                 PIC X(1024).
       01 WS-DIRNAME-SRC                 PIC X(256).
       01 WS-DIRNAME-OUT                 PIC X(256).
       01 WS-DIRNAME-LEN                 PIC 9(4).
       01 WS-TABLE-CELL-COUNT            PIC 9(3).
       01 WS-TABLE-CELL                  PIC X(256).

      * Data tables: a body line {{data: prices.csv, filter: col=
      * value, sort: col}} renders a file from the data directory
      * through the same cell path as a pipe table. A .csv file is
      * comma-separated with "quoted, fields" ("" is a quote inside
      * one); any other file is "|"-separated. Row one is the header.
       01 WS-DATA-DIR                    PIC X(120)
                                    VALUE "data".
       01 WS-DATA-PATH                   PIC X(256).
       01 WS-DATA-EOF                    PIC 9 VALUE 0.
          88 DATA-DONE                   VALUE 1.
       01 WS-DATA-SPEC                   PIC X(1024).
       01 WS-DATA-SPEC-LEN               PIC 9(4).
       01 WS-DATA-SPEC-PTR               PIC 9(4).
       01 WS-DATA-SPEC-PART              PIC X(256).
       01 WS-DATA-SPEC-KEY               PIC X(10).
       01 WS-DATA-PART-NO                PIC 9(2).
       01 WS-DATA-FILE-NAME              PIC X(200).
       01 WS-DATA-NAME-LEN               PIC 9(4).
       01 WS-DATA-NAME-OK                PIC 9 VALUE 0.
          88 DATA-NAME-OK                VALUE 1.
       01 WS-DATA-FILTER-COL             PIC X(128).
       01 WS-DATA-FILTER-VALUE           PIC X(128).
       01 WS-DATA-SORT-COL               PIC X(128).
       01 WS-DATA-WANT-COL               PIC X(128).
       01 WS-DATA-FOUND-COL              PIC 9(3).
       01 WS-DATA-FILTER-IDX             PIC 9(3).
       01 WS-DATA-SORT-IDX               PIC 9(3).
       01 WS-DATA-REF-FLAG               PIC 9 VALUE 0.
          88 DATA-REF-FAILED             VALUE 1.
       01 WS-DATA-NOTE-FLAG              PIC 9 VALUE 0.
          88 DATA-ISSUE-NOTED            VALUE 1.
       01 WS-DATA-DESC-FLAG              PIC 9 VALUE 0.
          88 DATA-SORT-DESC              VALUE 1.
       01 WS-DATA-NAME-TALLY             PIC 9(4).
       01 WS-DATA-DELIM                  PIC X.
       01 WS-DATA-LINE                   PIC X(2048).
       01 WS-DATA-LINE-LEN               PIC 9(4).
       01 WS-DATA-CHAR-IDX               PIC 9(4).
       01 WS-DATA-CHAR                   PIC X.
       01 WS-DATA-QUOTE-FLAG             PIC 9 VALUE 0.
          88 DATA-IN-QUOTES              VALUE 1.
       01 WS-DATA-WIDE-FLAG              PIC 9 VALUE 0.
          88 DATA-TOO-WIDE               VALUE 1.
      * A cell past 128 bytes, or a line that fills DATA-RECORD,
      * has been cut short
       01 WS-DATA-LONG-FLAG              PIC 9 VALUE 0.
          88 DATA-CELL-TOO-LONG          VALUE 1.
       01 WS-DATA-FLD-BUF                PIC X(128).
       01 WS-DATA-FLD-LEN                PIC 9(4).
       01 WS-DATA-FLD-COUNT              PIC 9(3).
       01 WS-DATA-FIELDS.
          05 WS-DATA-FLD OCCURS 20 TIMES PIC X(128).
       01 WS-DATA-COL-COUNT              PIC 9(3).
       01 WS-DATA-COL-IDX                PIC 9(3).
       01 WS-DATA-HEADER.
          05 WS-DATA-HDR OCCURS 20 TIMES PIC X(128).
       01 WS-DATA-ROW-COUNT              PIC 9(4).
       01 WS-DATA-ROWS-DROPPED           PIC 9(6).
       01 WS-DATA-ROWS.
          05 WS-DATA-ROW OCCURS 500 TIMES.
             10 WS-DATA-CELL OCCURS 20 TIMES PIC X(128).
       01 WS-DATA-SEL-COUNT              PIC 9(4).
       01 WS-DATA-ORDER-TABLE.
          05 WS-DATA-ORDER OCCURS 500 TIMES PIC 9(4).
       01 WS-DATA-ROW-IDX                PIC 9(4).
       01 WS-DATA-SORT-I                 PIC 9(4).
       01 WS-DATA-SORT-J                 PIC 9(4).
       01 WS-DATA-HOLD                   PIC 9(4).
       01 WS-DATA-CMP-ROW                PIC 9(4).
       01 WS-DATA-CMP-A                  PIC X(128).
       01 WS-DATA-CMP-B                  PIC X(128).
       01 WS-DATA-NUM-A                  PIC S9(12)V9(6).
       01 WS-DATA-NUM-B                  PIC S9(12)V9(6).
       01 WS-DATA-NUMERIC-FLAG           PIC 9 VALUE 0.
          88 DATA-SORT-NUMERIC           VALUE 1.
       01 WS-DATA-AFTER-FLAG             PIC 9 VALUE 0.
          88 DATA-A-AFTER-B              VALUE 1.
       01 WS-DATA-PLACED-FLAG            PIC 9 VALUE 0.
          88 DATA-ROW-PLACED             VALUE 1.
       01 WS-DATA-MTIME                  PIC X(20).
      * Data file mtimes, looked up once per build however many
      * pages use the file
       01 WS-DMT-COUNT                   PIC 9(3) VALUE 0.
       01 WS-DMT-TABLE.
          05 WS-DMT-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-DMT-IDX.
             10 WS-DMT-NAME              PIC X(200).
             10 WS-DMT-MTIME             PIC X(20).
      * Data files a page used, as "name=mtime;" pairs kept in the
      * checkpoint; "!" in place of an mtime marks a reference that
      * failed, so the page is rebuilt (and reported) every run
       01 WS-DATA-DEPS-STALE             PIC 9 VALUE 0.
          88 DATA-DEPS-STALE             VALUE 1.
       01 WS-DATA-DEP-PTR                PIC 9(4).
       01 WS-DATA-DEP-ENTRY              PIC X(240).
       01 WS-DATA-DEP-MTIME              PIC X(20).
      * Problems with data references, written into the build report
       01 WS-DATA-ISSUE-COUNT            PIC 9(4) VALUE 0.
       01 WS-DATA-ISSUE-TABLE.
          05 WS-DATA-ISSUE OCCURS 200 TIMES PIC X(400).
       01 WS-DATA-ISSUE-IDX              PIC 9(4).
       01 WS-DATA-ISSUE-MSG              PIC X(300).

      * External site configuration (site.cfg key:value lines)
       01 WS-CONFIG-PATH                 PIC X(256)
                                    VALUE "site.cfg".
       01 WS-CONFIG-EOF                  PIC 9 VALUE 0.
          88 CONFIG-DONE                 VALUE 1.
       01 WS-CONFIG-LINE                 PIC X(256).
       01 WS-CFG-NUM-TEXT                PIC X(10).
       01 WS-CFG-NUM-LEN                 PIC 9(2).

      * Page and listing skeletons read from <templates>/page.html
      * and <templates>/listing.html, with {{TOKEN}} placeholders
      * Which listing a {{ENTRIES}}/{{PAGER}} block renders:
      * (I)ndex, (T)ag, (A)uthor, (S)ection; space = article page
       01 WS-LISTING-KIND                PIC X VALUE SPACE.

      * Code fences: the first word of the info string becomes the
      * block's language-<word> class. COBOL, JCL, shell, SQL and
      * JSON blocks are highlighted as well, using keyword lists
      * read from <keywords>/<language>.txt once per run the way
      * the skeletons are read from templates/. A language whose
      * list is missing, or any other language, is left plain.
       01 WS-KEYWORD-DIR                 PIC X(120)
                                    VALUE "keywords".
       01 WS-KWL-NAME-VALUES.
          05 FILLER                      PIC X(40)
             VALUE "cobol   jcl     shell   sql     json    ".
       01 WS-KWL-NAME-TABLE REDEFINES WS-KWL-NAME-VALUES.
          05 WS-KWL-NAME OCCURS 5 TIMES  PIC X(8).
       01 WS-KWL-TABLE.
          05 WS-KWL-ENTRY OCCURS 5 TIMES.
             10 WS-KWL-FIRST             PIC 9(4) VALUE 1.
             10 WS-KWL-LAST              PIC 9(4) VALUE 0.
             10 WS-KWL-LOADED            PIC 9 VALUE 0.
       01 WS-KWL-I                       PIC 9.
       01 WS-KWL-LIST-COUNT              PIC 9 VALUE 0.
       01 WS-KW-COUNT                    PIC 9(4) VALUE 0.
       01 WS-KW-TABLE.
          05 WS-KW-WORD OCCURS 3000 TIMES
                               INDEXED BY WS-KW-IDX  PIC X(40).
       01 WS-KW-LINE                     PIC X(256).
       01 WS-KW-LINE-LEN                 PIC 9(4).
       01 WS-KW-PTR                      PIC 9(4).
       01 WS-KW-CELL                     PIC X(60).
       01 WS-KW-CELL-LEN                 PIC 9(4).
       01 WS-CODE-INFO                   PIC X(60).
       01 WS-CODE-LANG                   PIC X(30).
       01 WS-CODE-LANG-LEN               PIC 9(4).
       01 WS-CODE-LANG-I                 PIC 9(4).
       01 WS-CODE-LANG-CH                PIC X.
      * Highlighter for the open block: 0 = plain
       01 WS-HL-LANG                     PIC 9 VALUE 0.
          88 HL-COBOL                    VALUE 1.
          88 HL-JCL                      VALUE 2.
          88 HL-SHELL                    VALUE 3.
          88 HL-SQL                      VALUE 4.
          88 HL-JSON                     VALUE 5.
          88 HL-FOLD-CASE                VALUE 1 2 4.
      * An SQL /* ... */ comment may run across code lines
       01 WS-HL-BLOCK-COMMENT            PIC 9 VALUE 0.
          88 HL-IN-BLOCK-COMMENT         VALUE 1.
       01 WS-HL-OUT                      PIC X(16384).
       01 WS-HL-OUT-PTR                  PIC 9(5).
       01 WS-HL-FIT-FLAG                 PIC 9 VALUE 0.
          88 HL-TOO-LONG                 VALUE 1.
       01 WS-HL-DONE-FLAG                PIC 9 VALUE 0.
          88 HL-LINE-DONE                VALUE 1.
       01 WS-HL-LEN                      PIC 9(4).
       01 WS-HL-POS                      PIC 9(4).
       01 WS-HL-END                      PIC 9(4).
       01 WS-HL-I                        PIC 9(4).
       01 WS-HL-CH                       PIC X.
       01 WS-HL-PREV                     PIC X.
       01 WS-HL-QUOTE                    PIC X.
       01 WS-HL-CLASS                    PIC X(12).
       01 WS-HL-TEST-CH                  PIC X.
       01 WS-HL-WORD-CHAR-FLAG           PIC 9 VALUE 0.
          88 HL-WORD-CHAR                VALUE 1.
       01 WS-HL-WORD                     PIC X(40).
       01 WS-HL-KEYWORD-FLAG             PIC 9 VALUE 0.
          88 HL-IS-KEYWORD               VALUE 1.
       01 WS-LISTING-TITLE               PIC X(200).

      * Client-side search: search-index.txt carries one record per
                                    VALUE ".divisionone-files.tmp".
       01 WS-FILELIST-EOF                PIC 9 VALUE 0.
          88 FILELIST-DONE               VALUE 1.
       01 WS-LINT-FILELIST-PATH          PIC X(256)
                                    VALUE ".divisionone-lint-files.tmp".
       01 WS-LINT-FILELIST-EOF           PIC 9 VALUE 0.
          88 LINT-FILELIST-DONE          VALUE 1.
       01 WS-SOURCE-REL-PATH             PIC X(256).
       01 WS-OUTPUT-REL-PATH             PIC X(256).
       01 WS-REL-LEN                     PIC 9(4).
             10 WS-M-READTIME            PIC 9(4).
             10 WS-M-WEIGHT              PIC 9(5).
             10 WS-M-SUMMARY             PIC X(300).
      * Language, translation group and source mtime, for the
      * per-language listings and the translation check
             10 WS-M-LANG                PIC X(10).
             10 WS-M-TKEY                PIC X(256).
             10 WS-M-HAS-TRANS           PIC X.
             10 WS-M-MTIME               PIC X(20).
      * Source path, draft flag and review dates, for the review
      * report a staging build writes
             10 WS-M-SRC-REL             PIC X(256).
             10 WS-M-DRAFT               PIC X.
             10 WS-M-REVIEWED            PIC X(20).
             10 WS-M-REVIEW-EVERY        PIC X(10).
      * Series and part, for the JSON export
             10 WS-M-SERIES              PIC X(80).
             10 WS-M-PART                PIC 9(3).
       01 WS-M-J                         PIC 9(4).
       01 WS-SORT-EOF                    PIC 9 VALUE 0.
          88 SORT-RETURN-DONE            VALUE 1.
       01 WS-RUN-START-SECS              PIC 9(6) VALUE 0.
       01 WS-RUN-END-SECS                PIC 9(6).
       01 WS-RUN-ELAPSED                 PIC 9(6).

      * Release manifest: every file in the output tree with its
      * size and SHA-256, written beside build-report.txt as the
      * last step of a build, and what "verify" re-hashes a tree
      * against. Data lines are fixed-column: hash (1-64), size
      * (66-77) and the path under the tree (from 79); "#" lines
      * carry the build time, command and totals.
       01 WS-RMF-NAME                    PIC X(40)
                                    VALUE "release-manifest.txt".
       01 WS-RMF-PATH                    PIC X(256).
       01 WS-RMF-EOF                     PIC 9 VALUE 0.
          88 RMF-DONE                    VALUE 1.
       01 WS-RMF-LINE                    PIC X(400).
       01 WS-RMF-HASH                    PIC X(64).
       01 WS-RMF-SIZE                    PIC 9(12).
       01 WS-RMF-SIZE-OUT                PIC Z(11)9.
       01 WS-RMF-ENTRY-PATH              PIC X(300).
       01 WS-RMF-PREV-PATH               PIC X(300).
       01 WS-RMF-FILE-COUNT              PIC 9(6).
       01 WS-RMF-BYTES                   PIC 9(15).
       01 WS-RMF-TIMESTAMP               PIC X(19).
       01 WS-RMF-BUILT                   PIC X(80).
       01 WS-RMF-COMMAND                 PIC X(80).
      * The tree is listed into scratch files at the project root:
      * NUL-separated names in C order, their sizes and hashes,
      * and the two pasted together line by line
       01 WS-HASH-TREE-DIR               PIC X(256).
       01 WS-HASH-NAMES-PATH             PIC X(256)
                                    VALUE ".divisionone-names.tmp".
       01 WS-HASH-SIZES-PATH             PIC X(256)
                                    VALUE ".divisionone-sizes.tmp".
       01 WS-HASH-SUMS-PATH              PIC X(256)
                                    VALUE ".divisionone-sums.tmp".
       01 WS-HASH-LIST-PATH              PIC X(256)
                                    VALUE ".divisionone-hashes.tmp".
       01 WS-HASH-LIST-EOF               PIC 9 VALUE 0.
          88 HASH-LIST-DONE              VALUE 1.
       01 WS-HASH-LIST-FLAG              PIC 9 VALUE 0.
          88 HASH-LIST-FAILED            VALUE 1.
       01 WS-HL-LINE                     PIC X(400).
       01 WS-HL-PTR                      PIC 9(4).
       01 WS-HL-SIZE-TEXT                PIC X(20).
       01 WS-HL-SIZE-LEN                 PIC 9(2).
       01 WS-HL-SIZE                     PIC 9(12).
       01 WS-HL-HASH                     PIC X(64).
       01 WS-HL-PATH                     PIC X(300).
      * verify: the manifest and a fresh listing, both in C order,
      * are walked side by side
       01 WS-VFY-DIR                     PIC X(256).
       01 WS-VFY-MATCHED                 PIC 9(6).
       01 WS-VFY-ADDED                   PIC 9(6).
       01 WS-VFY-MISSING                 PIC 9(6).
       01 WS-VFY-MODIFIED                PIC 9(6).
       01 WS-VFY-ORDER-FLAG              PIC 9 VALUE 0.
          88 VFY-MANIFEST-UNSORTED       VALUE 1.
       01 WS-BH-COUNT                    PIC 9(2) VALUE 0.
       01 WS-BH-TABLE.
          05 WS-BH-ENTRY OCCURS 10 TIMES
             10 WS-BH-RESULT             PIC X(20).
             10 WS-BH-ELAPSED            PIC X(10).
       01 WS-BH-SKIP                     PIC X(20).
       01 WS-BH-COMMAND                  PIC X(20).

      * Post-build validation / reconciliation
       01 WS-SOURCE-COUNT                PIC 9(4) VALUE 0.
       01 WS-STATS-LONGEST-IDX           PIC 9(4) VALUE 0.
       01 WS-STATS-SHORTEST-IDX          PIC 9(4) VALUE 0.

      * Date archives: archives/index.html (years), then per year
      * archives/YYYY/index.html (months) and archives/YYYY/MM.html
      * (that month's pages), one set per language. Years are kept
      * newest first; each carries its own twelve month counts.
       01 WS-ARC-YEAR-COUNT              PIC 9(3) VALUE 0.
       01 WS-ARC-YEAR-TABLE.
          05 WS-ARC-YEAR-ENTRY OCCURS 100 TIMES
                                INDEXED BY WS-AY-IDX WS-AY-J.
             10 WS-AY-YEAR               PIC X(4).
             10 WS-AY-COUNT              PIC 9(4).
             10 WS-AY-MONTH-COUNT        PIC 9(4) OCCURS 12 TIMES.
       01 WS-ARC-MONTH                   PIC 9(2).
       01 WS-ARC-MONTH-TEXT              PIC X(2).
       01 WS-ARC-M                       PIC 9(2).
       01 WS-ARC-SHIFT                   PIC 9(3).
       01 WS-ARC-DATE-FLAG               PIC 9 VALUE 0.
          88 ARC-DATE-OK                 VALUE 1.
       01 WS-ARC-REL                     PIC X(60).
       01 WS-ARC-LINK                    PIC X(60).
       01 WS-ARC-COUNT-WORD              PIC X(6).
      * Every archive file this run wrote, by language: the sitemap
      * lists them and the stale sweep deletes anything else found
      * under archives/ that has an archive page's shape
       01 WS-ARC-WRITTEN-COUNT           PIC 9(4) VALUE 0.
       01 WS-ARC-WRITTEN-TABLE.
          05 WS-ARC-WRITTEN-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-AW-IDX.
             10 WS-AW-LANG               PIC X(10).
             10 WS-AW-REL                PIC X(40).
       01 WS-ARC-OVERFLOW                PIC 9 VALUE 0.
          88 ARC-WRITTEN-OVERFLOW        VALUE 1.
       01 WS-ARC-FOUND                   PIC 9 VALUE 0.
       01 WS-ARC-STALE-REL               PIC X(256).
       01 WS-MONTH-NAME-VALUES.
          05 FILLER                      PIC X(36)
             VALUE "January  February March    April    ".
          05 FILLER                      PIC X(36)
             VALUE "May      June     July     August   ".
          05 FILLER                      PIC X(36)
             VALUE "SeptemberOctober  November December ".
       01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
          05 WS-MONTH-NAME OCCURS 12 TIMES  PIC X(9).

      * Review report, written by a staging build: review.html and
      * one review/<author>.txt worklist per author. A page is due
      * its review-every: interval (else site.cfg's) after its
      * reviewed: date, and is listed once that is less than
      * WS-RVW-WINDOW days away. An interval is a day count, or a
      * count of d(ays), w(eeks), m(onths) or y(ears).
       01 WS-REVIEW-EVERY                PIC X(10) VALUE "1y".
       01 WS-RVW-WINDOW                  PIC 9(3) VALUE 30.
       01 WS-RVW-TEXT                    PIC X(10).
       01 WS-RVW-LEN                     PIC 9(2).
       01 WS-RVW-NUM-LEN                 PIC 9(2).
       01 WS-RVW-N                       PIC 9(4).
       01 WS-RVW-UNIT                    PIC X.
       01 WS-RVW-FLAG                    PIC 9 VALUE 0.
          88 RVW-INTERVAL-OK             VALUE 1.
       01 WS-RVW-YMD                     PIC 9(8).
       01 WS-RVW-YMD-PARTS REDEFINES WS-RVW-YMD.
          05 WS-RVW-YEAR                 PIC 9(4).
          05 WS-RVW-MONTH                PIC 9(2).
          05 WS-RVW-DAY                  PIC 9(2).
       01 WS-RVW-MONTHS                  PIC 9(6).
       01 WS-RVW-TODAY-INT               PIC 9(7).
       01 WS-RVW-DUE-INT                 PIC 9(7).
       01 WS-RVW-DUE-DATE                PIC X(10).
       01 WS-RVW-DAYS                    PIC S9(7).
       01 WS-RVW-DAYS-ABS                PIC 9(7).
       01 WS-RVW-DAYS-DISPLAY            PIC Z(6)9.
       01 WS-RVW-STATUS                  PIC X(40).
       01 WS-RVW-ROW-COUNT               PIC 9(4) VALUE 0.
       01 WS-RVW-DUE-COUNT               PIC 9(4) VALUE 0.
       01 WS-RVW-UNDATED-COUNT           PIC 9(4) VALUE 0.
       01 WS-RVW-ROW-TABLE.
          05 WS-RVW-ROW OCCURS 5000 TIMES.
             10 WS-RR-AUTHOR             PIC X(80).
      * D = due or overdue, N = no usable reviewed: date
             10 WS-RR-KIND               PIC X.
             10 WS-RR-DAYS               PIC S9(7).
             10 WS-RR-DUE                PIC X(10).
             10 WS-RR-M                  PIC 9(4).
       01 WS-RVW-ORDER-TABLE.
          05 WS-RVW-ORDER OCCURS 5000 TIMES  PIC 9(4).
       01 WS-RVW-I                       PIC 9(4).
       01 WS-RVW-J                       PIC 9(4).
       01 WS-RVW-HOLD                    PIC 9(4).
       01 WS-RVW-CMP                     PIC 9(4).
       01 WS-RVW-AFTER-FLAG              PIC 9 VALUE 0.
          88 RVW-A-AFTER-B               VALUE 1.
       01 WS-RVW-PLACED-FLAG             PIC 9 VALUE 0.
          88 RVW-ROW-PLACED              VALUE 1.
       01 WS-RVW-GROUP-START             PIC 9(4).
       01 WS-RVW-GROUP-END               PIC 9(4).
       01 WS-RVW-AUTHOR                  PIC X(80).
       01 WS-RVW-KIND                    PIC X.
       01 WS-RVW-MAX-INT                 PIC 9(7).
       01 WS-RVW-FILE-NAME               PIC X(90).
      * Worklists this run wrote: any other .txt directly under
      * review/ belongs to an author with nothing left to review
      * and is swept. Pages under review/ (a content section of
      * that name) are .html, so the sweep never touches them.
       01 WS-RVW-WRITTEN-COUNT           PIC 9(4) VALUE 0.
       01 WS-RVW-WRITTEN-TABLE.
          05 WS-RVW-WRITTEN-NAME OCCURS 2000 TIMES
                                   INDEXED BY WS-RW-IDX  PIC X(90).
       01 WS-RVW-OVERFLOW                PIC 9 VALUE 0.
          88 RVW-WRITTEN-OVERFLOW        VALUE 1.
       01 WS-RVW-STALE-NAME              PIC X(256).
       01 WS-RVW-PAGE-FLAG               PIC 9 VALUE 0.
          88 RVW-PAGE-OWNED              VALUE 1.

      * Fingerprinted assets (site.cfg fingerprint-assets: true).
      * Every non-markdown file under the content tree is hashed
      * once per run; files under static/ and images a page copies
      * are then also written under a name carrying the first six
      * hex digits of their SHA-256 (site.css -> site.3f9a1c.css),
      * and references to them point at that name. asset-map.txt
      * in the output tree lists original -> fingerprinted names;
      * the previous run's map says which older copies to remove.
       01 WS-FINGERPRINT-FLAG            PIC 9 VALUE 0.
          88 FINGERPRINT-ASSETS          VALUE 1.
       01 WS-AMAP-NAME                   PIC X(20)
                                         VALUE "asset-map.txt".
       01 WS-AMAP-PATH                   PIC X(256).
       01 WS-AMAP-EOF                    PIC 9 VALUE 0.
          88 AMAP-DONE                   VALUE 1.
       01 WS-AMAP-LINE                   PIC X(500).
       01 WS-AST-COUNT                   PIC 9(4) VALUE 0.
       01 WS-AST-TABLE.
          05 WS-AST-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-AST-IDX.
             10 WS-AST-SRC               PIC X(200).
             10 WS-AST-HASH              PIC X(6).
       01 WS-AMAP-COUNT                  PIC 9(4) VALUE 0.
       01 WS-AMAP-TABLE.
          05 WS-AMAP-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-AMAP-IDX.
             10 WS-AMAP-ORIG             PIC X(200).
             10 WS-AMAP-HASHED           PIC X(210).
       01 WS-AOLD-COUNT                  PIC 9(4) VALUE 0.
       01 WS-AOLD-TABLE.
          05 WS-AOLD-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-AOLD-IDX.
             10 WS-AOLD-ORIG             PIC X(200).
             10 WS-AOLD-HASHED           PIC X(210).
       01 WS-AOLD-FLAG                   PIC 9 VALUE 0.
          88 AOLD-MAP-PRESENT            VALUE 1.
      * Set when the static/ set, its hashes or the setting itself
      * differ from the last run: every page then rebuilds, since
      * any of them may carry a reference from the page template
       01 WS-AMAP-CHANGED-FLAG           PIC 9 VALUE 0.
          88 ASSET-MAP-CHANGED           VALUE 1.
       01 WS-AMAP-OVERFLOW-FLAG          PIC 9 VALUE 0.
          88 AMAP-OVERFLOW               VALUE 1.
       01 WS-AMAP-FOUND                  PIC 9 VALUE 0.
       01 WS-AMAP-OLD-STATIC             PIC 9(4).
       01 WS-AMAP-PRUNED                 PIC 9(4).
       01 WS-AST-FOUND-HASH              PIC X(6).
       01 WS-AST-KEY                     PIC X(200).
      * Fingerprinted name: WS-AHN-IN with WS-AHN-HASH put in
      * front of its extension
       01 WS-AHN-IN                      PIC X(200).
       01 WS-AHN-HASH                    PIC X(6).
       01 WS-AHN-OUT                     PIC X(210).
       01 WS-AHN-LEN                     PIC 9(4).
       01 WS-AHN-SLASH                   PIC 9(4).
       01 WS-AHN-DOT                     PIC 9(4).
       01 WS-AHN-I                       PIC 9(4).
      * References rewritten in a line of text (template lines,
      * link and image targets)
       01 WS-AREF-TEXT                   PIC X(1024).
       01 WS-AREF-OUT                    PIC X(1024).
       01 WS-AREF-LEN                    PIC 9(4).
       01 WS-AREF-POS                    PIC 9(4).
       01 WS-AREF-END                    PIC 9(4).
       01 WS-AREF-PTR                    PIC 9(4).
       01 WS-AREF-FLAG                   PIC 9 VALUE 0.
          88 AREF-CHANGED                VALUE 1.
       01 WS-AREF-FIT-FLAG               PIC 9 VALUE 0.
          88 AREF-TOO-LONG               VALUE 1.
       01 WS-AREF-BOUND-FLAG             PIC 9 VALUE 0.
          88 AREF-AT-BOUNDARY            VALUE 1.
       01 WS-AREF-CH                     PIC X.
      * A page's fingerprinted images, kept in its checkpoint entry
      * as "src=hash;" ("-" for a file that was not there) so an
      * unchanged page is rebuilt when one of them changes
       01 WS-ASSET-DEP-PTR               PIC 9(4).
       01 WS-ASSET-DEP-ENTRY             PIC X(260).
       01 WS-ASSET-DEP-SRC               PIC X(256).
       01 WS-ASSET-DEP-HASH              PIC X(6).
       01 WS-ASSET-DEPS-STALE            PIC 9 VALUE 0.
          88 ASSET-DEPS-STALE            VALUE 1.
       01 WS-ASSET-PAGE-DIR              PIC X(256).

      * JSON export under api/ in the output tree: pages.json (the
      * page manifest), tags.json, authors.json, and api/<path>.json
      * for every page with its rendered body. It follows the HTML
      * exactly - what is published, staged, held or expired there
      * is here too. A root page named pages, tags or authors gets
      * <name>.page.json, the listings keep the plain names.
       01 WS-API-PATH                    PIC X(400).
       01 WS-API-REL-PATH                PIC X(270).
       01 WS-API-SRC-REL                 PIC X(256).
       01 WS-API-SRC-LEN                 PIC 9(4).
       01 WS-API-REC-LEN                 PIC 9(6).
       01 WS-API-PTR                     PIC 9(6).
       01 WS-API-I                       PIC 9(4).
       01 WS-API-EXISTS                  PIC 9 VALUE 0.
          88 API-FILE-EXISTS             VALUE 1.
       01 WS-API-FAILED-COUNT            PIC 9(4) VALUE 0.
       01 WS-API-MISSING-COUNT           PIC 9(4) VALUE 0.
       01 WS-API-FIELD-COUNT             PIC 9(2).
       01 WS-API-ITEM-COUNT              PIC 9(4).
       01 WS-API-KEY                     PIC X(20).
       01 WS-API-NUM-DISPLAY             PIC Z(4)9.
       01 WS-API-TAG-PTR                 PIC 9(4).
       01 WS-API-TAG-LEN                 PIC 9(4).
       01 WS-API-TAG-CELL                PIC X(40).
      * One page's fields, filled from the page being rendered or
      * from its manifest entry
       01 WS-API-ENTRY.
          05 WS-API-TITLE                PIC X(200).
          05 WS-API-DATE                 PIC X(20).
          05 WS-API-URL                  PIC X(256).
          05 WS-API-SECTION              PIC X(80).
          05 WS-API-TAGS                 PIC X(200).
          05 WS-API-AUTHOR               PIC X(80).
          05 WS-API-WEIGHT               PIC 9(5).
          05 WS-API-READTIME             PIC 9(4).
          05 WS-API-SUMMARY              PIC X(300).
          05 WS-API-SERIES               PIC X(80).
          05 WS-API-PART                 PIC 9(3).
          05 WS-API-LANG                 PIC X(10).
          05 WS-API-DRAFT                PIC X.
      * JSON string escaping: " and \ are backslashed, newline, tab
      * and return get their short forms, any other control byte
      * becomes \u00XX; everything else (UTF-8 included) is as is
       01 WS-JSONESC-SRC                 PIC X(1024).
       01 WS-JSONESC-LEN                 PIC 9(4).
       01 WS-JSONESC-I                   PIC 9(6).
       01 WS-JSONESC-CH                  PIC X.
       01 WS-JSONESC-CODE                PIC 9(3).
       01 WS-JSONESC-HI                  PIC 9(2).
       01 WS-JSONESC-HEX                 PIC X(16)
                                    VALUE "0123456789abcdef".

      * Per-section index pages (one index.html per top-level content
      * subdirectory), alongside the flat, paginated site-index.html
       01 WS-SECTION-COUNT               PIC 9(3) VALUE 0.
          05 WS-PAGE-EXPIRES             PIC X(20).
          05 WS-PAGE-RELATED             PIC X(800).
          05 WS-PAGE-SUMMARY             PIC X(300).
          05 WS-PAGE-LANG                PIC X(10).
          05 WS-PAGE-TRANSOF             PIC X(256).
          05 WS-PAGE-ALTERNATES          PIC X(800).
          05 WS-PAGE-DATA-DEPS           PIC X(400).
          05 WS-PAGE-REVIEWED            PIC X(20).
          05 WS-PAGE-REVIEW-EVERY        PIC X(10).
          05 WS-PAGE-ASSET-DEPS          PIC X(400).
      * First body paragraph, kept aside while the body renders as
      * the summary of last resort for pages without summary:.
      * The markdown markers are stripped on the way in, so the
             10 WS-SER-PART              PIC 9(3).
             10 WS-SER-OUT-REL           PIC X(256).
             10 WS-SER-TITLE             PIC X(200).
             10 WS-SER-LANG              PIC X(10).
       01 WS-SER-PREV-PART               PIC 9(3).
       01 WS-SER-NEXT-PART               PIC 9(3).
       01 WS-SER-PREV-IDX                PIC 9(4) VALUE 0.
             10 WS-CAND-TITLE            PIC X(200).
             10 WS-CAND-TAGS             PIC X(200).
             10 WS-CAND-DATE             PIC X(20).
             10 WS-CAND-LANG             PIC X(10).
             10 WS-CAND-KEY              PIC X(256).
       01 WS-REL-QUERY-TAGS              PIC X(200).
       01 WS-REL-QUERY-LANG              PIC X(10).
       01 WS-REL-SELF-REL                PIC X(256).
       01 WS-REL-COUNT                   PIC 9 VALUE 0.
       01 WS-REL-RESULT.
       01 WS-RELATED-STALE               PIC 9 VALUE 0.
          88 RELATED-STALE               VALUE 1.

      * Multilingual content. A page is in the site's lang: unless
      * its own lang: says otherwise, and versions of one page are
      * grouped by a translation key: the source path named by
      * translation-of: (or any shared key two pages both name),
      * else the page's own source path, less ".md". Every listing
      * is written once per language; the default language keeps
      * the plain names (site-index.html, feed.xml, tags/x.html)
      * and each other language adds its code before the
      * extension (site-index.cy.html, feed.cy.xml, tags/x.cy.html)
       01 WS-LANG-COUNT                  PIC 9(2) VALUE 0.
       01 WS-LANG-TABLE.
          05 WS-LANG-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-LNG-IDX WS-LNG-J.
             10 WS-LNG-CODE              PIC X(10).
             10 WS-LNG-NAME              PIC X(40).
             10 WS-LNG-PAGES             PIC 9(4).
       01 WS-LANG-CELL                   PIC X(60).
       01 WS-LANG-PTR                    PIC 9(4).
       01 WS-LANG-LINE-LEN               PIC 9(4).
       01 WS-LANG-EQ-POS                 PIC 9(2).
       01 WS-LANG-FOUND-IDX              PIC 9(2) VALUE 0.
       01 WS-LANG-CODE-IN                PIC X(10).
       01 WS-LANG-NAME-OUT               PIC X(40).
       01 WS-LANG-VALID                  PIC 9 VALUE 0.
          88 LANG-CODE-VALID             VALUE 1.
       01 WS-LANG-CHAR-IDX               PIC 9(2).
       01 WS-LANG-SUFFIX                 PIC X(12).
       01 WS-LANG-SAVE-SUFFIX            PIC X(12).
       01 WS-LANG-LISTED-COUNT           PIC 9(2).
       01 WS-LISTING-LANG                PIC X(10) VALUE SPACES.
       01 WS-ENTRY-IN-LANG               PIC 9 VALUE 0.
          88 ENTRY-IN-LANG               VALUE 1.
       01 WS-TRANS-KEY                   PIC X(256).
       01 WS-TRANS-LEN                   PIC 9(4).
      * The other-language versions of the page being built, in
      * walk order, one per language; serialized "lang=out-rel;"
      * into the checkpoint so an unchanged page rebuilds when a
      * translation is added, dropped or moved
       01 WS-ALT-COUNT                   PIC 9(2) VALUE 0.
       01 WS-ALT-TABLE.
          05 WS-ALT-ENTRY OCCURS 20 TIMES.
             10 WS-ALT-LANG              PIC X(10).
             10 WS-ALT-OUT-REL           PIC X(256).
       01 WS-ALT-J                       PIC 9(2).
       01 WS-ALT-DUP                     PIC 9 VALUE 0.
       01 WS-ALT-QUERY-KEY               PIC X(256).
       01 WS-ALT-SERIAL                  PIC X(800).
       01 WS-ALT-SER-PTR                 PIC 9(4).
       01 WS-ALTERNATES-STALE            PIC 9 VALUE 0.
          88 ALTERNATES-STALE            VALUE 1.
      * Translations the build report lists: partner not published,
      * or source last changed before the original's
       01 WS-TRANS-NOTE-COUNT            PIC 9(4) VALUE 0.
       01 WS-TRANS-J                     PIC 9(4).
       01 WS-TRANS-PARTNERS              PIC 9(4).
       01 WS-TRANS-ORIG-IDX              PIC 9(4).

      * Tag-overlap scoring scratch fields
       01 WS-OVL-B                       PIC X(200).
       01 WS-OVL-SCORE                   PIC 9(3).
       01 WS-SLUG-IDX                    PIC 9(4).
       01 WS-SLUG-CHAR                   PIC X.

      * "lint": frontmatter and structure checks over the content
      * tree, or over one file or directory named on the command
      * line, without building anything or touching the output
      * tree. Findings go to the console and to lint-report.txt in
      * the project root as "path:line: severity: message"; any
      * error makes the run exit 1, warnings alone do not.
       01 WS-LINT-REPORT-PATH            PIC X(256)
                                    VALUE "lint-report.txt".
       01 WS-LINT-ERRORS                 PIC 9(5) VALUE 0.
       01 WS-LINT-WARNINGS               PIC 9(5) VALUE 0.
       01 WS-LINT-FILE-COUNT             PIC 9(5) VALUE 0.
       01 WS-LINT-PATH                   PIC X(256).
       01 WS-LINT-REL                    PIC X(256).
       01 WS-LINT-LINE-NO                PIC 9(5).
       01 WS-LINT-AT-LINE                PIC 9(5).
       01 WS-LINT-LINE-DISPLAY           PIC ZZZZ9.
       01 WS-LINT-SEVERITY               PIC X(7).
       01 WS-LINT-MSG                    PIC X(400).
       01 WS-LINT-FM-OPEN-LINE           PIC 9(5).
       01 WS-LINT-FENCE-LINE             PIC 9(5).
       01 WS-LINT-SEEN-TEXT              PIC 9 VALUE 0.
          88 LINT-SEEN-TEXT              VALUE 1.
       01 WS-LINT-BAD-LINE-SEEN          PIC 9 VALUE 0.
          88 LINT-BAD-LINE-SEEN          VALUE 1.
       01 WS-LINT-KEY                    PIC X(40).
       01 WS-LINT-KEY-LOWER              PIC X(40).
       01 WS-LINT-KEY-LEN                PIC 9(4).
       01 WS-LINT-VALUE                  PIC X(1024).
       01 WS-LINT-VALUE-LEN              PIC 9(4).
       01 WS-LINT-COLON-POS              PIC 9(4).
       01 WS-LINT-TALLY                  PIC 9(4).
       01 WS-LINT-KEY-KNOWN              PIC 9 VALUE 0.
          88 LINT-KEY-KNOWN              VALUE 1.
       01 WS-LINT-SUGGEST                PIC X(16).
       01 WS-LINT-SEEN-KEYS              PIC X(400).
       01 WS-LINT-DATE-VALUE             PIC X(20).
       01 WS-LINT-DATE-LINE              PIC 9(5).
       01 WS-LINT-DATE-OK                PIC 9 VALUE 0.
       01 WS-LINT-EXPIRES-VALUE          PIC X(20).
       01 WS-LINT-EXPIRES-LINE           PIC 9(5).
       01 WS-LINT-EXPIRES-OK             PIC 9 VALUE 0.
       01 WS-LINT-SERIES-VALUE           PIC X(80).
       01 WS-LINT-LANG-VALUE             PIC X(10).
       01 WS-LINT-PART-VALUE             PIC 9(3).
       01 WS-LINT-PART-LINE              PIC 9(5).
       01 WS-LINT-J                      PIC 9(5).
       01 WS-LINT-NUM-MAX                PIC 9(2).
      * Every key PARSE-FRONTMATTER-LINE understands; anything else
      * in a frontmatter block is silently ignored by the build
       01 WS-LINT-KEYS-VALUES.
          05 FILLER                      PIC X(48)
             VALUE "title           date            draft           ".
          05 FILLER                      PIC X(48)
             VALUE "tags            author          series          ".
          05 FILLER                      PIC X(48)
             VALUE "part            summary         expires         ".
          05 FILLER                      PIC X(48)
             VALUE "redirect-from   weight          lang            ".
          05 FILLER                      PIC X(48)
             VALUE "translation-of  reviewed        review-every    ".
       01 WS-LINT-KEYS-TABLE REDEFINES WS-LINT-KEYS-VALUES.
          05 WS-LINT-KNOWN-KEY OCCURS 15 TIMES
                                INDEXED BY WS-LK-IDX  PIC X(16).
       01 WS-LINT-KNOWN-COUNT            PIC 9(2) VALUE 15.
      * Series parts and redirect-from claims, kept across files for
      * the duplicate and collision checks made once the walk ends
       01 WS-LINT-SER-COUNT              PIC 9(4) VALUE 0.
       01 WS-LINT-SER-TABLE.
          05 WS-LINT-SER-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-LS-IDX.
             10 WS-LS-SERIES             PIC X(80).
             10 WS-LS-PART               PIC 9(3).
             10 WS-LS-PATH               PIC X(256).
             10 WS-LS-LINE               PIC 9(5).
             10 WS-LS-LANG               PIC X(10).
       01 WS-LINT-RDR-COUNT              PIC 9(4) VALUE 0.
       01 WS-LINT-RDR-TABLE.
          05 WS-LINT-RDR-ENTRY OCCURS 1000 TIMES
                                INDEXED BY WS-LR-IDX.
             10 WS-LR-REL                PIC X(256).
             10 WS-LR-PATH               PIC X(256).
             10 WS-LR-LINE               PIC 9(5).
      * Output path of every page in the whole content tree, so a
      * redirect claimed by a single linted file is still checked
      * against pages it was not asked about
       01 WS-LINT-PAGE-COUNT             PIC 9(4) VALUE 0.
       01 WS-LINT-PAGE-TABLE.
          05 WS-LINT-PAGE-ENTRY OCCURS 6000 TIMES
                                 INDEXED BY WS-LP-IDX.
             10 WS-LP-OUT-REL            PIC X(256).
             10 WS-LP-SRC-REL            PIC X(256).

      * Calendar check for YYYY-MM-DD values (an optional time part
      * after a "T" or a space is allowed and not checked)
       01 WS-DCHK-TEXT                   PIC X(20).
       01 WS-DCHK-LEN                    PIC 9(2).
       01 WS-DCHK-YEAR                   PIC 9(4).
       01 WS-DCHK-MONTH                  PIC 9(2).
       01 WS-DCHK-DAY                    PIC 9(2).
       01 WS-DCHK-MAX-DAY                PIC 9(2).
       01 WS-DCHK-STATE                  PIC X VALUE SPACE.
          88 DATE-IS-VALID               VALUE "V".
          88 DATE-IS-MALFORMED           VALUE "M".
          88 DATE-IS-IMPOSSIBLE          VALUE "I".

      * Run lock: build, stage, promote, rollback, clean and init
      * all rewrite the same checkpoint, stores and scratch files in
      * the project root, so only one of them may run at a time.
      * The lock file is created with the shell's noclobber, which
      * fails if the file is already there, and records
      * host|pid|command|start time. A lock whose process is gone
      * from this host is reported as stale; --break-lock clears a
      * stale lock (or one taken on another host) and carries on.
       01 WS-LOCK-PATH                   PIC X(256)
                                    VALUE ".divisionone.lock".
       01 WS-LOCK-HELD-FLAG              PIC 9 VALUE 0.
          88 RUN-LOCK-HELD               VALUE 1.
       01 WS-BREAK-LOCK-FLAG             PIC 9 VALUE 0.
          88 BREAK-LOCK-REQUESTED        VALUE 1.
       01 WS-LOCK-STATE                  PIC X VALUE SPACE.
          88 LOCK-IS-LIVE                VALUE "L".
          88 LOCK-IS-STALE               VALUE "S".
          88 LOCK-IS-FOREIGN             VALUE "F".
          88 LOCK-IS-UNREADABLE          VALUE "U".
       01 WS-LOCK-LINE                   PIC X(300).
       01 WS-LOCK-HOST                   PIC X(100).
       01 WS-LOCK-PID                    PIC X(20).
       01 WS-LOCK-PID-LEN                PIC 9(2).
       01 WS-LOCK-COMMAND                PIC X(40).
       01 WS-LOCK-STARTED                PIC X(19).
       01 WS-LOCK-TRY                    PIC 9 VALUE 0.
       01 WS-EXIT-CODE                   PIC S9(4) VALUE 0.

      * Command line
       01 WS-COMMAND                     PIC X(20).
       01 WS-ARG1                        PIC X(256).
       01 WS-ARG-IDX                     PIC 9(4).
       01 WS-ARG-EOF                     PIC 9 VALUE 0.
          88 ARG-SCAN-DONE               VALUE 1.
      * First argument after the command that is not a --flag
      * (the release for rollback)
       01 WS-CMD-OPERAND                 PIC X(256).
       01 WS-PAGE-COUNT                  PIC 9(4) VALUE 0.

      * Working variables
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARSE-ARGUMENTS
           IF WS-COMMAND = "build" OR "stage" OR "promote"
                   OR "rollback" OR "init" OR "clean" OR "verify"
               PERFORM ACQUIRE-RUN-LOCK
               IF NOT RUN-LOCK-HELD
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN "build"
                   PERFORM BUILD-SITE
                   PERFORM BUILD-SITE
               WHEN "promote"
                   PERFORM PROMOTE-SITE
               WHEN "rollback"
                   PERFORM ROLLBACK-SITE
               WHEN "lint"
                   PERFORM LINT-SITE
               WHEN "verify"
                   PERFORM VERIFY-SITE
               WHEN "init"
                   PERFORM INIT-SITE
               WHEN "clean"
               WHEN OTHER
                   PERFORM SHOW-HELP
           END-EVALUATE
      * Removing the lock is itself a CALL, so the command's own
      * exit status is carried across it
           IF RUN-LOCK-HELD
               MOVE RETURN-CODE TO WS-EXIT-CODE
               PERFORM RELEASE-RUN-LOCK
               MOVE WS-EXIT-CODE TO RETURN-CODE
           END-IF
           STOP RUN.

      * Take the run lock, or explain who holds it. A second try is
      * made only after --break-lock has removed a lock that is not
      * held by a running process on this host.
       ACQUIRE-RUN-LOCK.
           MOVE 0 TO WS-LOCK-HELD-FLAG
           MOVE 0 TO WS-LOCK-TRY
           PERFORM UNTIL RUN-LOCK-HELD OR WS-LOCK-TRY > 1
               ADD 1 TO WS-LOCK-TRY
               PERFORM CREATE-RUN-LOCK
               IF NOT RUN-LOCK-HELD
                   PERFORM INSPECT-RUN-LOCK
                   IF WS-LOCK-TRY > 1
                       OR NOT BREAK-LOCK-REQUESTED
                       OR LOCK-IS-LIVE
                       PERFORM REPORT-RUN-LOCK
                       MOVE 2 TO WS-LOCK-TRY
                   ELSE
                       CALL "CBL_DELETE_FILE" USING WS-LOCK-PATH
                       DISPLAY "divisionone-ssg: Broke the run lock"
                               " held by "
                               FUNCTION TRIM(WS-LOCK-COMMAND)
                               " (pid " FUNCTION TRIM(WS-LOCK-PID)
                               " on " FUNCTION TRIM(WS-LOCK-HOST)
                               ", started "
                               FUNCTION TRIM(WS-LOCK-STARTED) ")"
                   END-IF
               END-IF
           END-PERFORM.

      * noclobber makes the create fail if the file already exists,
      * so two runs racing for the lock cannot both get it. $PPID
      * in the shell SYSTEM starts is this run's process id.
       CREATE-RUN-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           MOVE SPACES TO WS-LOCK-STARTED
           STRING WS-CURRENT-DATE-RAW(1:4) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(5:2) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(7:2) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(9:2) DELIMITED SIZE
                  ":" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(11:2) DELIMITED SIZE
                  ":" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(13:2) DELIMITED SIZE
                  INTO WS-LOCK-STARTED
           END-STRING
           MOVE SPACES TO WS-LOCK-COMMAND
           STRING FUNCTION TRIM(WS-COMMAND) DELIMITED SIZE
                  INTO WS-LOCK-COMMAND
           END-STRING
           IF BUILD-DRAFTS-MODE AND WS-COMMAND = "build"
               STRING FUNCTION TRIM(WS-LOCK-COMMAND) DELIMITED SIZE
                      " --drafts" DELIMITED SIZE
                      INTO WS-LOCK-COMMAND
               END-STRING
           END-IF
           IF FORCE-FULL-BUILD
               STRING FUNCTION TRIM(WS-LOCK-COMMAND) DELIMITED SIZE
                      " --full" DELIMITED SIZE
                      INTO WS-LOCK-COMMAND
               END-STRING
           END-IF

           MOVE SPACES TO WS-TEMP
           STRING "(set -C; printf '%s|%s|%s|%s\n' " DELIMITED SIZE
                  QUOTE "$(uname -n)" QUOTE DELIMITED SIZE
                  " " QUOTE "$PPID" QUOTE " '" DELIMITED SIZE
                  FUNCTION TRIM(WS-LOCK-COMMAND) DELIMITED SIZE
                  "' '" DELIMITED SIZE
                  WS-LOCK-STARTED DELIMITED SIZE
                  "' > " DELIMITED SIZE
                  WS-LOCK-PATH DELIMITED SPACE
                  ") 2>/dev/null" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           IF RETURN-CODE = 0
               SET RUN-LOCK-HELD TO TRUE
           END-IF.

      * Read the existing lock and decide whether its run is still
      * going. Liveness can only be checked on the host that took
      * the lock; the host name is handed to the shell through the
      * environment rather than pasted into the command.
       INSPECT-RUN-LOCK.
           MOVE SPACES TO WS-LOCK-LINE
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               READ LOCK-FILE INTO WS-LOCK-LINE
                   AT END
                       MOVE SPACES TO WS-LOCK-LINE
               END-READ
               CLOSE LOCK-FILE
           END-IF
           MOVE SPACES TO WS-LOCK-HOST
           MOVE SPACES TO WS-LOCK-PID
           MOVE SPACES TO WS-LOCK-COMMAND
           MOVE SPACES TO WS-LOCK-STARTED
           UNSTRING WS-LOCK-LINE DELIMITED BY "|"
               INTO WS-LOCK-HOST WS-LOCK-PID
                    WS-LOCK-COMMAND WS-LOCK-STARTED
           END-UNSTRING

           SET LOCK-IS-UNREADABLE TO TRUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LOCK-PID))
               TO WS-LOCK-PID-LEN
           IF WS-LOCK-HOST = SPACES OR WS-LOCK-PID = SPACES
                   OR WS-LOCK-PID(1:WS-LOCK-PID-LEN) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LOCK-HOST))
               TO WS-I
           DISPLAY "DIVISIONONE_LOCK_HOST" UPON ENVIRONMENT-NAME
           DISPLAY WS-LOCK-HOST(1:WS-I) UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-TEMP
           STRING "test " QUOTE "$(uname -n)" QUOTE " = "
                      DELIMITED SIZE
                  QUOTE "$DIVISIONONE_LOCK_HOST" QUOTE
                      DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           IF RETURN-CODE NOT = 0
               SET LOCK-IS-FOREIGN TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TEMP
           STRING "ps -p " DELIMITED SIZE
                  WS-LOCK-PID(1:WS-LOCK-PID-LEN) DELIMITED SIZE
                  " > /dev/null 2>&1" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           IF RETURN-CODE = 0
               SET LOCK-IS-LIVE TO TRUE
           ELSE
               SET LOCK-IS-STALE TO TRUE
           END-IF.

       REPORT-RUN-LOCK.
           EVALUATE TRUE
               WHEN LOCK-IS-LIVE
                   DISPLAY "divisionone-ssg: Another run is in"
                           " progress: "
                           FUNCTION TRIM(WS-LOCK-COMMAND)
                           " (pid " FUNCTION TRIM(WS-LOCK-PID)
                           " on " FUNCTION TRIM(WS-LOCK-HOST)
                           ", started "
                           FUNCTION TRIM(WS-LOCK-STARTED) ")"
                   IF BREAK-LOCK-REQUESTED
                       DISPLAY "  That process is still running;"
                               " the lock was not broken"
                   END-IF
               WHEN LOCK-IS-STALE
                   DISPLAY "divisionone-ssg: Stale run lock: "
                           FUNCTION TRIM(WS-LOCK-COMMAND)
                           " (pid " FUNCTION TRIM(WS-LOCK-PID)
                           ", started "
                           FUNCTION TRIM(WS-LOCK-STARTED)
                           ") is no longer running"
                   DISPLAY "  Rerun with --break-lock to clear it"
               WHEN LOCK-IS-FOREIGN
                   DISPLAY "divisionone-ssg: Run lock held from "
                           FUNCTION TRIM(WS-LOCK-HOST) ": "
                           FUNCTION TRIM(WS-LOCK-COMMAND)
                           " (pid " FUNCTION TRIM(WS-LOCK-PID)
                           ", started "
                           FUNCTION TRIM(WS-LOCK-STARTED) ")"
                   DISPLAY "  If that run has ended, rerun with"
                           " --break-lock to clear it"
               WHEN OTHER
                   DISPLAY "divisionone-ssg: Unable to take the run"
                           " lock " FUNCTION TRIM(WS-LOCK-PATH)
                   DISPLAY "  If no other run is going, rerun with"
                           " --break-lock to clear it"
           END-EVALUATE
           DISPLAY "  Lock file: " FUNCTION TRIM(WS-LOCK-PATH).

       RELEASE-RUN-LOCK.
           CALL "CBL_DELETE_FILE" USING WS-LOCK-PATH
           MOVE 0 TO WS-LOCK-HELD-FLAG.

       PARSE-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-COMMAND FROM ARGUMENT-VALUE
      * Look for --drafts / --full style flags following the command
           MOVE 2 TO WS-ARG-IDX
           MOVE 0 TO WS-ARG-EOF
           MOVE SPACES TO WS-CMD-OPERAND
           PERFORM UNTIL ARG-SCAN-DONE
               MOVE SPACES TO WS-ARG1
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
                   IF FUNCTION TRIM(WS-ARG1) = "--full"
                       SET FORCE-FULL-BUILD TO TRUE
                   END-IF
                   IF FUNCTION TRIM(WS-ARG1) = "--break-lock"
                       SET BREAK-LOCK-REQUESTED TO TRUE
                   END-IF
                   IF WS-ARG1(1:2) NOT = "--"
                           AND WS-CMD-OPERAND = SPACES
                       MOVE WS-ARG1 TO WS-CMD-OPERAND
                   END-IF
                   ADD 1 TO WS-ARG-IDX
               END-IF
           END-PERFORM.
               MOVE FUNCTION TRIM(WS-CONFIG-LINE(11:))
                   TO WS-TEMPLATE-DIR
           END-IF
           IF WS-CONFIG-LINE(1:9) = "keywords:"
               MOVE FUNCTION TRIM(WS-CONFIG-LINE(10:))
                   TO WS-KEYWORD-DIR
           END-IF
           IF WS-CONFIG-LINE(1:5) = "data:"
               MOVE FUNCTION TRIM(WS-CONFIG-LINE(6:))
                   TO WS-DATA-DIR
           END-IF
           IF WS-CONFIG-LINE(1:13) = "review-every:"
               MOVE FUNCTION LOWER-CASE(
                   FUNCTION TRIM(WS-CONFIG-LINE(14:)))
                   TO WS-RVW-TEXT
               PERFORM PARSE-REVIEW-INTERVAL
               IF RVW-INTERVAL-OK
                   MOVE WS-RVW-TEXT TO WS-REVIEW-EVERY
               END-IF
           END-IF
           IF WS-CONFIG-LINE(1:19) = "fingerprint-assets:"
               IF FUNCTION LOWER-CASE(
                       FUNCTION TRIM(WS-CONFIG-LINE(20:))) = "true"
                   SET FINGERPRINT-ASSETS TO TRUE
               ELSE
                   MOVE 0 TO WS-FINGERPRINT-FLAG
               END-IF
           END-IF
           IF WS-CONFIG-LINE(1:9) = "releases:"
               MOVE SPACES TO WS-CFG-NUM-TEXT
               MOVE FUNCTION TRIM(WS-CONFIG-LINE(10:))
                   TO WS-CFG-NUM-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CONFIG-LINE(10:)))
                   TO WS-CFG-NUM-LEN
               IF WS-CFG-NUM-LEN > 0 AND WS-CFG-NUM-LEN < 4
                       AND WS-CFG-NUM-TEXT(1:WS-CFG-NUM-LEN) IS NUMERIC
                   MOVE WS-CFG-NUM-TEXT(1:WS-CFG-NUM-LEN)
                       TO WS-RLS-KEEP
               END-IF
           END-IF
           IF WS-CONFIG-LINE(1:5) = "lang:"
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM
                   (WS-CONFIG-LINE(6:))) TO WS-LANG-CODE-IN
               PERFORM CHECK-LANG-CODE
               IF LANG-CODE-VALID
                   MOVE WS-LANG-CODE-IN TO WS-SITE-LANG
               END-IF
           END-IF
           IF WS-CONFIG-LINE(1:10) = "languages:"
               MOVE FUNCTION TRIM(WS-CONFIG-LINE(11:))
                   TO WS-SITE-LANGUAGES
           END-IF
           IF WS-CONFIG-LINE(1:4) = "url:"
               MOVE FUNCTION TRIM(WS-CONFIG-LINE(5:))
                   TO WS-SITE-URL
           CALL "SYSTEM" USING WS-TEMP

           PERFORM COPY-STATIC-ASSETS
           PERFORM PREPARE-ASSET-MAP

           PERFORM LOAD-TEMPLATES
           IF FINGERPRINT-ASSETS
               PERFORM REWRITE-TEMPLATE-ASSET-REFS
           END-IF

           PERFORM INIT-LANGUAGE-TABLE

           MOVE 0 TO WS-NEW-CKPT-COUNT
           PERFORM LOAD-CHECKPOINT
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE 0 TO WS-BODY-TRUNC-COUNT
           MOVE 0 TO WS-DATA-ISSUE-COUNT
           MOVE 0 TO WS-DMT-COUNT
           MOVE 0 TO WS-WRITE-FAILED-COUNT
           MOVE 0 TO WS-API-FAILED-COUNT
           MOVE 0 TO WS-MANIFEST-OVERFLOW-COUNT
           MOVE 0 TO WS-PRUNED-COUNT
           MOVE 0 TO WS-REDIR-Q-COUNT
           CALL "SYSTEM" USING WS-TEMP

           PERFORM PRUNE-ORPHANED-OUTPUTS
           PERFORM FINISH-ASSET-MAP

           PERFORM WRITE-REDIRECT-STUBS

           PERFORM WRITE-LINKS-STORE

           PERFORM SORT-PAGE-MANIFEST
           PERFORM COLLECT-SITE-LANGUAGES
           PERFORM GENERATE-SITE-INDEX
           PERFORM GENERATE-SECTION-INDEXES
           PERFORM GENERATE-TAG-INDEXES
           PERFORM GENERATE-AUTHOR-INDEXES
           PERFORM GENERATE-STATS-DASHBOARD
           PERFORM GENERATE-DATE-ARCHIVES
           PERFORM GENERATE-FEED-AND-SITEMAP
           PERFORM GENERATE-SEARCH-INDEX
           PERFORM GENERATE-JSON-EXPORT
           PERFORM GENERATE-REVIEW-REPORT
           PERFORM VALIDATE-SITE
           PERFORM WRITE-RELEASE-MANIFEST
           PERFORM APPEND-BUILD-HISTORY

           DISPLAY "divisionone-ssg: Built " WS-PAGE-COUNT " pages"
           MOVE 0 TO WS-BUILD-DRAFTS-MODE
           SET PROMOTE-MODE TO TRUE

           PERFORM DERIVE-PROMOTE-DIRS

      * Clear anything a crashed earlier promote left behind
           MOVE SPACES TO WS-TEMP

           PERFORM REPORT-PROMOTE-DIFF

      * Keep the new tree as a release before it goes live
           PERFORM DERIVE-RELEASES-DIR
           PERFORM LIST-RELEASES
           MOVE 0 TO WS-RLS-KEEP-OLD
           IF WS-RLS-COUNT = 0
               MOVE SPACES TO WS-TEMP
               STRING "test -d " DELIMITED SIZE
                      WS-OUTPUT-DIR DELIMITED SPACE
                      INTO WS-TEMP
               END-STRING
               CALL "SYSTEM" USING WS-TEMP
               IF RETURN-CODE = 0
                   SET RLS-KEEP-OLD TO TRUE
               END-IF
           END-IF
           PERFORM RECORD-PROMOTED-RELEASE

           PERFORM SWAP-IN-NEW-TREE

           IF RLS-KEEP-OLD AND RLS-RECORDED
               PERFORM KEEP-DISPLACED-RELEASE
           ELSE
               MOVE SPACES TO WS-TEMP
               STRING "rm -rf " DELIMITED SIZE
                      WS-PROMOTE-OLD-DIR DELIMITED SPACE
                      INTO WS-TEMP
               END-STRING
               CALL "SYSTEM" USING WS-TEMP
           END-IF

      * The new tree is live; its checkpoint and sidecars are now
      * the live ones
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           IF RLS-RECORDED
               PERFORM WRITE-CURRENT-RELEASE
               PERFORM PRUNE-OLD-RELEASES
               DISPLAY "  Release: " FUNCTION TRIM(WS-RLS-NAME)
           END-IF
           MOVE 0 TO RETURN-CODE

           DISPLAY "divisionone-ssg: Promote complete.".
               DISPLAY "  changed: " FUNCTION TRIM(WS-PROM-REL)
           END-IF.

       DERIVE-PROMOTE-DIRS.
           MOVE SPACES TO WS-PROMOTE-NEW-DIR
           STRING FUNCTION TRIM(WS-OUTPUT-DIR) DELIMITED SIZE
                  ".new" DELIMITED SIZE
                  INTO WS-PROMOTE-NEW-DIR
           END-STRING
           MOVE SPACES TO WS-PROMOTE-OLD-DIR
           STRING FUNCTION TRIM(WS-OUTPUT-DIR) DELIMITED SIZE
                  ".old" DELIMITED SIZE
                  INTO WS-PROMOTE-OLD-DIR
           END-STRING.

      * Put <output>.new in place of the live tree: two renames in
      * the same parent directory, so readers see the old tree or
      * the new one and never a mixture. The displaced tree is left
      * at <output>.old for the caller to keep or remove.
       SWAP-IN-NEW-TREE.
           MOVE SPACES TO WS-TEMP
           STRING "test -d " DELIMITED SIZE
                  WS-OUTPUT-DIR DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-TEMP
               STRING "mv " DELIMITED SIZE
                      WS-OUTPUT-DIR DELIMITED SPACE
                      " " DELIMITED SIZE
                      WS-PROMOTE-OLD-DIR DELIMITED SPACE
                      INTO WS-TEMP
               END-STRING
               CALL "SYSTEM" USING WS-TEMP
           END-IF

           MOVE SPACES TO WS-TEMP
           STRING "mv " DELIMITED SIZE
                  WS-PROMOTE-NEW-DIR DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-OUTPUT-DIR DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP.

       DERIVE-RELEASES-DIR.
           MOVE SPACES TO WS-RLS-DIR
           STRING FUNCTION TRIM(WS-OUTPUT-DIR) DELIMITED SIZE
                  ".releases" DELIMITED SIZE
                  INTO WS-RLS-DIR
           END-STRING.

      * Kept releases, oldest first. The zero-padded sequence number
      * leads each name, so a plain sort puts them in promote order;
      * anything else in the directory (the "current" marker, a
      * half-written ".partial") is ignored.
       LIST-RELEASES.
           MOVE 0 TO WS-RLS-COUNT
           MOVE 1 TO WS-RLS-NEXT-SEQ
           MOVE SPACES TO WS-TEMP
           STRING "ls -1 " DELIMITED SIZE
                  WS-RLS-DIR DELIMITED SPACE
                  " 2>/dev/null | grep " DELIMITED SIZE
                  "'^[0-9][0-9][0-9][0-9]-' | LC_ALL=C sort > "
                      DELIMITED SIZE
                  WS-RLS-LIST-PATH DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           MOVE WS-RLS-LIST-PATH TO WS-RLS-FILE-PATH
           MOVE 0 TO WS-RLS-EOF
           OPEN INPUT RELEASE-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL RLS-LIST-DONE
                   READ RELEASE-FILE
                       AT END
                           SET RLS-LIST-DONE TO TRUE
                       NOT AT END
                           IF WS-RLS-COUNT < 999
                               ADD 1 TO WS-RLS-COUNT
                               MOVE RELEASE-RECORD
                                   TO WS-RLS-ENTRY(WS-RLS-COUNT)
                               MOVE RELEASE-RECORD(1:4)
                                   TO WS-RLS-SEQ
                               IF WS-RLS-SEQ >= WS-RLS-NEXT-SEQ
                                   COMPUTE WS-RLS-NEXT-SEQ =
                                       WS-RLS-SEQ + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-FILE
           END-IF

           MOVE SPACES TO WS-TEMP
           STRING "rm -f " DELIMITED SIZE
                  WS-RLS-LIST-PATH DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP.

       READ-CURRENT-RELEASE.
           MOVE SPACES TO WS-RLS-CURRENT
           MOVE SPACES TO WS-RLS-FILE-PATH
           STRING FUNCTION TRIM(WS-RLS-DIR) DELIMITED SIZE
                  "/current" DELIMITED SIZE
                  INTO WS-RLS-FILE-PATH
           END-STRING
           OPEN INPUT RELEASE-FILE
           IF WS-FILE-STATUS = "00"
               READ RELEASE-FILE
                   NOT AT END
                       MOVE RELEASE-RECORD TO WS-RLS-CURRENT
               END-READ
               CLOSE RELEASE-FILE
           END-IF.

       WRITE-CURRENT-RELEASE.
           MOVE SPACES TO WS-RLS-FILE-PATH
           STRING FUNCTION TRIM(WS-RLS-DIR) DELIMITED SIZE
                  "/current" DELIMITED SIZE
                  INTO WS-RLS-FILE-PATH
           END-STRING
           OPEN OUTPUT RELEASE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Unable to record the live release in "
                       FUNCTION TRIM(WS-RLS-FILE-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RLS-NAME TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           CLOSE RELEASE-FILE.

      * Copy the validated <output>.new and the scratch checkpoint
      * and stores it was built with into a new release. The copy
      * goes to ".partial" and is renamed into place only once it
      * is whole, so a crash never leaves a release that rollback
      * would trust. Failing to keep a release is reported but does
      * not stop the promote: the live site is what matters here.
       RECORD-PROMOTED-RELEASE.
           MOVE 0 TO WS-RLS-RECORDED
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           MOVE SPACES TO WS-RLS-STAMP
           STRING WS-CURRENT-DATE-RAW(1:8) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(9:6) DELIMITED SIZE
                  INTO WS-RLS-STAMP
           END-STRING
           MOVE WS-RLS-NEXT-SEQ TO WS-RLS-SEQ
           IF RLS-KEEP-OLD
               MOVE SPACES TO WS-RLS-OLD-NAME
               STRING WS-RLS-SEQ DELIMITED SIZE
                      "-" DELIMITED SIZE
                      WS-RLS-STAMP DELIMITED SIZE
                      INTO WS-RLS-OLD-NAME
               END-STRING
               ADD 1 TO WS-RLS-SEQ
           END-IF
           MOVE SPACES TO WS-RLS-NAME
           STRING WS-RLS-SEQ DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-RLS-STAMP DELIMITED SIZE
                  INTO WS-RLS-NAME
           END-STRING

           MOVE SPACES TO WS-RLS-PATH
           STRING FUNCTION TRIM(WS-RLS-DIR) DELIMITED SIZE
                  "/.partial" DELIMITED SIZE
                  INTO WS-RLS-PATH
           END-STRING
           MOVE SPACES TO WS-TEMP
           STRING "rm -rf " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  " && mkdir -p " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  " && cp -pR " DELIMITED SIZE
                  WS-PROMOTE-NEW-DIR DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/site" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           IF RETURN-CODE NOT = 0
               DISPLAY "  Unable to keep this promote as a release"
                       " in " FUNCTION TRIM(WS-RLS-DIR) "/"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TEMP
           STRING "cp -f " DELIMITED SIZE
                  WS-PROMOTE-CKPT-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/checkpoint.dat 2>/dev/null; cp -f " DELIMITED SIZE
                  WS-PROMOTE-SEARCH-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/searchwords.dat 2>/dev/null; cp -f "
                      DELIMITED SIZE
                  WS-PROMOTE-LINKS-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/links.dat 2>/dev/null; mv " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(WS-RLS-DIR) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-RLS-NAME DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           IF RETURN-CODE = 0
               SET RLS-RECORDED TO TRUE
           ELSE
               DISPLAY "  Unable to keep this promote as a release"
                       " in " FUNCTION TRIM(WS-RLS-DIR) "/"
           END-IF.

      * The tree a first promote displaced, with the live stores that
      * still describe it, becomes the release before the new one
       KEEP-DISPLACED-RELEASE.
           MOVE SPACES TO WS-RLS-PATH
           STRING FUNCTION TRIM(WS-RLS-DIR) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-RLS-OLD-NAME DELIMITED SPACE
                  INTO WS-RLS-PATH
           END-STRING
           MOVE SPACES TO WS-TEMP
           STRING "mkdir -p " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  " && mv " DELIMITED SIZE
                  WS-PROMOTE-OLD-DIR DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/site" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO WS-TEMP
               STRING "rm -rf " DELIMITED SIZE
                      WS-RLS-PATH DELIMITED SPACE
                      " " DELIMITED SIZE
                      WS-PROMOTE-OLD-DIR DELIMITED SPACE
                      INTO WS-TEMP
               END-STRING
               CALL "SYSTEM" USING WS-TEMP
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TEMP
           STRING "cp -f " DELIMITED SIZE
                  WS-PROM-SAVE-CKPT DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/checkpoint.dat 2>/dev/null; cp -f " DELIMITED SIZE
                  WS-PROM-SAVE-SEARCH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/searchwords.dat 2>/dev/null; cp -f "
                      DELIMITED SIZE
                  WS-PROM-SAVE-LINKS DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/links.dat 2>/dev/null" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           DISPLAY "  Previous live tree kept as release "
                   FUNCTION TRIM(WS-RLS-OLD-NAME).

      * Drop the oldest releases beyond the releases: count. The
      * live release is never removed, whatever its age.
       PRUNE-OLD-RELEASES.
           PERFORM LIST-RELEASES
           PERFORM READ-CURRENT-RELEASE
           IF WS-RLS-KEEP < 1
               MOVE 1 TO WS-RLS-KEEP
           END-IF
           MOVE 0 TO WS-I
           PERFORM VARYING WS-RLS-IDX FROM 1 BY 1
                   UNTIL WS-RLS-IDX > WS-RLS-COUNT
                      OR WS-RLS-COUNT - WS-I <= WS-RLS-KEEP
               IF WS-RLS-ENTRY(WS-RLS-IDX) NOT = WS-RLS-CURRENT
                   MOVE SPACES TO WS-TEMP
                   STRING "rm -rf " DELIMITED SIZE
                          FUNCTION TRIM(WS-RLS-DIR) DELIMITED SIZE
                          "/" DELIMITED SIZE
                          WS-RLS-ENTRY(WS-RLS-IDX) DELIMITED SPACE
                          INTO WS-TEMP
                   END-STRING
                   CALL "SYSTEM" USING WS-TEMP
                   ADD 1 TO WS-I
                   DISPLAY "  Removed old release "
                           FUNCTION TRIM(WS-RLS-ENTRY(WS-RLS-IDX))
               END-IF
           END-PERFORM.

      * "rollback [release]": put a kept release back live. With no
      * release named, the one promoted before the live one comes
      * back; a release can be named in full or by its number. Its
      * tree is copied to <output>.new and swapped in the same way
      * promote does it, its checkpoint and stores replace the live
      * ones so the next build carries on from it, and the run is
      * logged in the build history.
       ROLLBACK-SITE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           COMPUTE WS-RUN-START-SECS =
               FUNCTION NUMVAL(WS-CURRENT-DATE-RAW(9:2)) * 3600
               + FUNCTION NUMVAL(WS-CURRENT-DATE-RAW(11:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-DATE-RAW(13:2))

           PERFORM DERIVE-PROMOTE-DIRS
           PERFORM DERIVE-RELEASES-DIR
           PERFORM LIST-RELEASES
           PERFORM READ-CURRENT-RELEASE
           IF WS-RLS-COUNT = 0
               DISPLAY "divisionone-ssg: No releases kept in "
                       FUNCTION TRIM(WS-RLS-DIR) "/"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      * Where the live release sits in the list; with no marker (or
      * one naming a release since removed) the newest is taken to
      * be live
           MOVE 0 TO WS-RLS-CUR-POS
           PERFORM VARYING WS-RLS-IDX FROM 1 BY 1
                   UNTIL WS-RLS-IDX > WS-RLS-COUNT
               IF WS-RLS-ENTRY(WS-RLS-IDX) = WS-RLS-CURRENT
                   SET WS-RLS-CUR-POS TO WS-RLS-IDX
               END-IF
           END-PERFORM
           IF WS-RLS-CUR-POS = 0
               MOVE WS-RLS-COUNT TO WS-RLS-CUR-POS
               MOVE WS-RLS-ENTRY(WS-RLS-COUNT) TO WS-RLS-CURRENT
           END-IF

           MOVE SPACES TO WS-RLS-TARGET
           IF WS-CMD-OPERAND = SPACES
               IF WS-RLS-CUR-POS > 1
                   MOVE WS-RLS-ENTRY(WS-RLS-CUR-POS - 1)
                       TO WS-RLS-TARGET
               END-IF
           ELSE
               PERFORM FIND-NAMED-RELEASE
           END-IF

           IF WS-RLS-TARGET = SPACES
               IF WS-CMD-OPERAND = SPACES
                   DISPLAY "divisionone-ssg: No release older than "
                           FUNCTION TRIM(WS-RLS-CURRENT)
                           " to roll back to"
               ELSE
                   DISPLAY "divisionone-ssg: No release matches "
                           FUNCTION TRIM(WS-CMD-OPERAND)
               END-IF
               DISPLAY "  Kept releases:"
               PERFORM VARYING WS-RLS-IDX FROM 1 BY 1
                       UNTIL WS-RLS-IDX > WS-RLS-COUNT
                   IF WS-RLS-ENTRY(WS-RLS-IDX) = WS-RLS-CURRENT
                       DISPLAY "    "
                               FUNCTION TRIM(WS-RLS-ENTRY(WS-RLS-IDX))
                               " (live)"
                   ELSE
                       DISPLAY "    "
                               FUNCTION TRIM(WS-RLS-ENTRY(WS-RLS-IDX))
                   END-IF
               END-PERFORM
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-RLS-TARGET = WS-RLS-CURRENT
               DISPLAY "divisionone-ssg: Release "
                       FUNCTION TRIM(WS-RLS-TARGET) " is already live"
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "divisionone-ssg: Rolling back "
                   FUNCTION TRIM(WS-OUTPUT-DIR) "/ from "
                   FUNCTION TRIM(WS-RLS-CURRENT) " to "
                   FUNCTION TRIM(WS-RLS-TARGET)

           MOVE SPACES TO WS-RLS-PATH
           STRING FUNCTION TRIM(WS-RLS-DIR) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-RLS-TARGET DELIMITED SPACE
                  INTO WS-RLS-PATH
           END-STRING
           MOVE SPACES TO WS-TEMP
           STRING "rm -rf " DELIMITED SIZE
                  WS-PROMOTE-NEW-DIR DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-PROMOTE-OLD-DIR DELIMITED SPACE
                  " && cp -pR " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/site " DELIMITED SIZE
                  WS-PROMOTE-NEW-DIR DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO WS-TEMP
               STRING "rm -rf " DELIMITED SIZE
                      WS-PROMOTE-NEW-DIR DELIMITED SPACE
                      INTO WS-TEMP
               END-STRING
               CALL "SYSTEM" USING WS-TEMP
               DISPLAY "divisionone-ssg: Rollback abandoned, live"
                       " site unchanged; no usable tree in "
                       FUNCTION TRIM(WS-RLS-PATH) "/site"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM SWAP-IN-NEW-TREE
           MOVE SPACES TO WS-TEMP
           STRING "rm -rf " DELIMITED SIZE
                  WS-PROMOTE-OLD-DIR DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

      * The release's stores become the live ones; a store the
      * release never had is removed rather than left describing
      * the tree that was just swapped out
           MOVE SPACES TO WS-TEMP
           STRING "cp -f " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/checkpoint.dat " DELIMITED SIZE
                  WS-CHECKPOINT-PATH DELIMITED SPACE
                  " 2>/dev/null || rm -f " DELIMITED SIZE
                  WS-CHECKPOINT-PATH DELIMITED SPACE
                  "; cp -f " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/searchwords.dat " DELIMITED SIZE
                  WS-SEARCH-STORE-PATH DELIMITED SPACE
                  " 2>/dev/null || rm -f " DELIMITED SIZE
                  WS-SEARCH-STORE-PATH DELIMITED SPACE
                  "; cp -f " DELIMITED SIZE
                  WS-RLS-PATH DELIMITED SPACE
                  "/links.dat " DELIMITED SIZE
                  WS-LINKS-STORE-PATH DELIMITED SPACE
                  " 2>/dev/null || rm -f " DELIMITED SIZE
                  WS-LINKS-STORE-PATH DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           MOVE WS-RLS-TARGET TO WS-RLS-NAME
           PERFORM WRITE-CURRENT-RELEASE
           PERFORM APPEND-BUILD-HISTORY
           MOVE 0 TO RETURN-CODE

           DISPLAY "divisionone-ssg: Rollback complete; release "
                   FUNCTION TRIM(WS-RLS-TARGET) " is live.".

      * A release named on the command line: its full directory
      * name, or just its number ("3" or "0003")
       FIND-NAMED-RELEASE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-OPERAND))
               TO WS-I
           MOVE 0 TO WS-RLS-ARG-SEQ
           IF WS-I < 5 AND WS-CMD-OPERAND(1:WS-I) IS NUMERIC
               MOVE WS-CMD-OPERAND(1:WS-I) TO WS-RLS-ARG-SEQ
           END-IF
           PERFORM VARYING WS-RLS-IDX FROM 1 BY 1
                   UNTIL WS-RLS-IDX > WS-RLS-COUNT
               MOVE WS-RLS-ENTRY(WS-RLS-IDX)(1:4) TO WS-RLS-SEQ
               IF WS-RLS-ENTRY(WS-RLS-IDX) = WS-CMD-OPERAND
                  OR (WS-RLS-ARG-SEQ > 0
                      AND WS-RLS-SEQ = WS-RLS-ARG-SEQ)
                   MOVE WS-RLS-ENTRY(WS-RLS-IDX) TO WS-RLS-TARGET
               END-IF
           END-PERFORM.

       BUILD-ONE-SOURCE-FILE.
      * Derive the matching output path (content/x/y.md -> _site/x/y.html)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SOURCE-REL-PATH))
               TO WS-REL-LEN

           MOVE SPACES TO WS-OUTPUT-REL-PATH
           MOVE WS-SOURCE-REL-PATH(1:WS-REL-LEN - 3)
               TO WS-OUTPUT-REL-PATH
           STRING FUNCTION TRIM(WS-OUTPUT-REL-PATH) DELIMITED SIZE
                  ".html" DELIMITED SIZE
                  INTO WS-OUTPUT-REL-PATH
           END-STRING

           MOVE SPACES TO WS-CONTENT-PATH
           STRING WS-CONTENT-DIR DELIMITED SPACE
                  "/" DELIMITED SIZE
                  WS-SOURCE-REL-PATH(1:WS-REL-LEN) DELIMITED SIZE
                  INTO WS-CONTENT-PATH
           END-STRING

           MOVE SPACES TO WS-OUTPUT-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/" DELIMITED SIZE
                  WS-OUTPUT-REL-PATH DELIMITED SPACE
                  INTO WS-OUTPUT-PATH
           END-STRING

      * Make sure the output subdirectory exists
           MOVE SPACES TO WS-TEMP
           STRING "mkdir -p `dirname " DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-OUTPUT-PATH DELIMITED SPACE
                  QUOTE "`" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           MOVE WS-SOURCE-REL-PATH TO WS-API-SRC-REL
           PERFORM DERIVE-API-PATH

           PERFORM GET-CURRENT-MTIME
           PERFORM LOOKUP-CHECKPOINT
           PERFORM CHECK-OUTPUT-EXISTS
           PERFORM CHECK-API-EXISTS
           MOVE 0 TO WS-SERIES-NAV-STALE
           MOVE 0 TO WS-RELATED-STALE
           MOVE 0 TO WS-ALTERNATES-STALE
           MOVE 0 TO WS-DATA-DEPS-STALE
           MOVE 0 TO WS-ASSET-DEPS-STALE
           IF WS-CKPT-FOUND-IDX > 0
               PERFORM CHECK-SERIES-NAV-STALE
               PERFORM CHECK-RELATED-STALE
               PERFORM CHECK-ALTERNATES-STALE
               PERFORM CHECK-DATA-DEPS-STALE
               PERFORM CHECK-ASSET-DEPS-STALE
           END-IF

      * A checkpoint hit only counts if this build's own output
      * directory (build vs. stage may differ) already has the
      * page and its JSON export, and the page's baked-in series
      * nav, related-pages block and language switcher are all
      * still current, as are the data files behind any tables it
      * shows and the assets whose fingerprinted names it carries
           IF (NOT FORCE-FULL-BUILD)
                   AND WS-CKPT-FOUND-IDX > 0
                   AND WS-CKPT-MTIME(WS-CKPT-FOUND-IDX)
                       = WS-CURRENT-MTIME
                   AND OUTPUT-FILE-EXISTS
                   AND API-FILE-EXISTS
                   AND NOT SERIES-NAV-STALE
                   AND NOT RELATED-STALE
                   AND NOT ALTERNATES-STALE
                   AND NOT DATA-DEPS-STALE
                   AND NOT ASSET-DEPS-STALE
                   AND NOT ASSET-MAP-CHANGED
               PERFORM SKIP-UNCHANGED-FILE
           ELSE
               PERFORM PROCESS-MARKDOWN-FILE
           END-IF.

      * A series part can point forward to a sibling that the main
      * build loop hasn't reached yet, so the series table is built
      * by a lightweight frontmatter-only pass over every source file
      * before the real build loop starts.
       PRESCAN-SERIES-METADATA.
           MOVE 0 TO WS-SERIES-COUNT
           END-PERFORM

           CLOSE CONTENT-FILE
           PERFORM SETTLE-PAGE-LANGUAGE

      * A draft, held, or expired part is left out of the table so
      * a published neighbor never links to a page not written
               MOVE WS-PAGE-PART        TO WS-SER-PART(WS-SER-IDX)
               MOVE WS-OUTPUT-REL-PATH  TO WS-SER-OUT-REL(WS-SER-IDX)
               MOVE WS-PAGE-TITLE       TO WS-SER-TITLE(WS-SER-IDX)
               MOVE WS-PAGE-LANG        TO WS-SER-LANG(WS-SER-IDX)
           END-IF

      * Every page that will publish this run is a related-pages
               MOVE WS-PAGE-TITLE      TO WS-CAND-TITLE(WS-CAND-IDX)
               MOVE WS-PAGE-TAGS       TO WS-CAND-TAGS(WS-CAND-IDX)
               MOVE WS-PAGE-DATE       TO WS-CAND-DATE(WS-CAND-IDX)
               MOVE WS-PAGE-LANG       TO WS-CAND-LANG(WS-CAND-IDX)
               MOVE WS-TRANS-KEY       TO WS-CAND-KEY(WS-CAND-IDX)
           END-IF.

       CHECK-OUTPUT-EXISTS.
               IF FUNCTION TRIM(WS-SER-SERIES(WS-SER-IDX))
                       = FUNCTION TRIM
                           (WS-CKPT-SERIES(WS-CKPT-FOUND-IDX))
                       AND WS-SER-LANG(WS-SER-IDX)
                           = WS-CKPT-LANG(WS-CKPT-FOUND-IDX)
                   IF WS-SNS-PART > 0
                           AND WS-SER-PART(WS-SER-IDX)
                               = WS-SNS-PART - 1
               IF FUNCTION TRIM(WS-CKPT-SERIES(WS-CKPT-IDX))
                       = FUNCTION TRIM
                           (WS-CKPT-SERIES(WS-CKPT-FOUND-IDX))
                       AND WS-CKPT-LANG(WS-CKPT-IDX)
                           = WS-CKPT-LANG(WS-CKPT-FOUND-IDX)
                       AND (BUILD-DRAFTS-MODE
                           OR WS-CKPT-DRAFT(WS-CKPT-IDX) NOT = "Y")
                       AND NOT (FUNCTION TRIM
               MOVE "H" TO WS-PAGE-SCHED-STATE
           END-IF.

      * The page's language (the site default when lang: is absent
      * or not a usable code) and the translation key that groups
      * it with its other language versions
       SETTLE-PAGE-LANGUAGE.
           MOVE WS-PAGE-LANG TO WS-LANG-CODE-IN
           PERFORM CHECK-LANG-CODE
           IF NOT LANG-CODE-VALID
               MOVE WS-SITE-LANG TO WS-PAGE-LANG
           END-IF
           PERFORM DERIVE-TRANSLATION-KEY.

      * A language code ends up in output file names, so only
      * lower-case letters, digits and hyphens pass (en, cy, pt-br)
       CHECK-LANG-CODE.
           MOVE 0 TO WS-LANG-VALID
           IF WS-LANG-CODE-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           SET LANG-CODE-VALID TO TRUE
           PERFORM VARYING WS-LANG-CHAR-IDX FROM 1 BY 1
               UNTIL WS-LANG-CHAR-IDX >
                   FUNCTION LENGTH(FUNCTION TRIM(WS-LANG-CODE-IN))
               MOVE WS-LANG-CODE-IN(WS-LANG-CHAR-IDX:1) TO WS-CHAR
               IF NOT ((WS-CHAR >= "a" AND WS-CHAR <= "z")
                       OR (WS-CHAR >= "0" AND WS-CHAR <= "9")
                       OR WS-CHAR = "-")
                   MOVE 0 TO WS-LANG-VALID
               END-IF
           END-PERFORM.

      * translation-of: names the original's source file (about.md,
      * /about.md and about all name content/about.md) or any key
      * its versions share; a page without one is keyed by its own
      * source path
       DERIVE-TRANSLATION-KEY.
           MOVE SPACES TO WS-TRANS-KEY
           IF WS-PAGE-TRANSOF = SPACES
               MOVE WS-SOURCE-REL-PATH TO WS-TRANS-KEY
           ELSE
               IF WS-PAGE-TRANSOF(1:1) = "/"
                   MOVE WS-PAGE-TRANSOF(2:) TO WS-TRANS-KEY
               ELSE
                   MOVE WS-PAGE-TRANSOF TO WS-TRANS-KEY
               END-IF
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRANS-KEY))
               TO WS-TRANS-LEN
           IF WS-TRANS-LEN > 3
                   AND WS-TRANS-KEY(WS-TRANS-LEN - 2:3) = ".md"
               MOVE SPACES TO WS-TRANS-KEY(WS-TRANS-LEN - 2:3)
           END-IF.

       SKIP-UNCHANGED-FILE.
           INITIALIZE WS-PAGE-META
           MOVE WS-CKPT-TITLE(WS-CKPT-FOUND-IDX) TO WS-PAGE-TITLE
           MOVE WS-CKPT-EXPIRES(WS-CKPT-FOUND-IDX) TO WS-PAGE-EXPIRES
           MOVE WS-CKPT-RELATED(WS-CKPT-FOUND-IDX) TO WS-PAGE-RELATED
           MOVE WS-CKPT-SUMMARY(WS-CKPT-FOUND-IDX) TO WS-PAGE-SUMMARY
           MOVE WS-CKPT-LANG(WS-CKPT-FOUND-IDX) TO WS-PAGE-LANG
           MOVE WS-CKPT-TRANSOF(WS-CKPT-FOUND-IDX) TO WS-PAGE-TRANSOF
           MOVE WS-CKPT-ALTERNATES(WS-CKPT-FOUND-IDX)
               TO WS-PAGE-ALTERNATES
           MOVE WS-CKPT-DATADEPS(WS-CKPT-FOUND-IDX)
               TO WS-PAGE-DATA-DEPS
           MOVE WS-CKPT-REVIEWED(WS-CKPT-FOUND-IDX)
               TO WS-PAGE-REVIEWED
           MOVE WS-CKPT-REVIEW-EVERY(WS-CKPT-FOUND-IDX)
               TO WS-PAGE-REVIEW-EVERY
           MOVE WS-CKPT-ASSETDEPS(WS-CKPT-FOUND-IDX)
               TO WS-PAGE-ASSET-DEPS
           IF WS-CKPT-DRAFT(WS-CKPT-FOUND-IDX) = "Y"
               SET IS-DRAFT TO TRUE
           END-IF
           IF WS-PAGE-AUTHOR = SPACES
               MOVE WS-SITE-AUTHOR TO WS-PAGE-AUTHOR
           END-IF
           PERFORM SETTLE-PAGE-LANGUAGE

           DISPLAY "  Up to date: " WS-OUTPUT-PATH
           PERFORM RECORD-NEW-CHECKPOINT-ENTRY
           PERFORM FETCH-OLD-SEARCH-WORDS
           PERFORM RECORD-SEARCH-ENTRY
           PERFORM FETCH-OLD-PAGE-LINKS
           PERFORM RECORD-LINKS-ENTRY
           PERFORM REGISTER-PAGE-ASSETS.

       PROCESS-MARKDOWN-FILE.
           OPEN INPUT CONTENT-FILE
           MOVE 0 TO WS-IN-FRONTMATTER
           MOVE 0 TO WS-FRONTMATTER-DELIM
           MOVE 0 TO WS-IN-CODE-BLOCK
           MOVE 0 TO WS-HL-LANG
           MOVE 0 TO WS-HL-BLOCK-COMMENT
           MOVE 0 TO WS-LIST-DEPTH
           MOVE ZEROS TO WS-LIST-OPEN-ITEMS
           MOVE 0 TO WS-IN-BLOCKQUOTE
           IF WS-PAGE-AUTHOR = SPACES
               MOVE WS-SITE-AUTHOR TO WS-PAGE-AUTHOR
           END-IF
           PERFORM SETTLE-PAGE-LANGUAGE

           IF FUNCTION TRIM(WS-PAGE-SUMMARY) = SPACES
               MOVE WS-SUMMARY-FALLBACK TO WS-PAGE-SUMMARY
           COMPUTE WS-PAGE-READTIME =
               (WS-PAGE-WORDCOUNT + 199) / 200

      * The related-pages list and the language versions are
      * settled before the checkpoint entry is cut, so the
      * checkpoint records exactly what this page bakes in
           PERFORM COMPUTE-PAGE-RELATED
           PERFORM COMPUTE-PAGE-ALTERNATES

           PERFORM RECORD-NEW-CHECKPOINT-ENTRY

               ADD 1 TO WS-WRITE-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-PAGE-API-FILE
           ADD 1 TO WS-PAGE-COUNT
           PERFORM ADD-TO-MANIFEST
           PERFORM RECORD-SEARCH-ENTRY
               MOVE WS-PAGE-READTIME TO WS-M-READTIME(WS-M-IDX)
               MOVE WS-PAGE-WEIGHT   TO WS-M-WEIGHT(WS-M-IDX)
               MOVE WS-PAGE-SUMMARY  TO WS-M-SUMMARY(WS-M-IDX)
               MOVE WS-PAGE-LANG     TO WS-M-LANG(WS-M-IDX)
               MOVE WS-TRANS-KEY     TO WS-M-TKEY(WS-M-IDX)
               MOVE WS-CURRENT-MTIME TO WS-M-MTIME(WS-M-IDX)
               MOVE WS-SOURCE-REL-PATH TO WS-M-SRC-REL(WS-M-IDX)
               MOVE WS-PAGE-REVIEWED TO WS-M-REVIEWED(WS-M-IDX)
               MOVE WS-PAGE-REVIEW-EVERY
                   TO WS-M-REVIEW-EVERY(WS-M-IDX)
               MOVE WS-PAGE-SERIES   TO WS-M-SERIES(WS-M-IDX)
               MOVE WS-PAGE-PART     TO WS-M-PART(WS-M-IDX)
               IF IS-DRAFT
                   MOVE "Y" TO WS-M-DRAFT(WS-M-IDX)
               ELSE
                   MOVE "N" TO WS-M-DRAFT(WS-M-IDX)
               END-IF
               IF WS-PAGE-TRANSOF = SPACES
                   MOVE "N" TO WS-M-HAS-TRANS(WS-M-IDX)
               ELSE
                   MOVE "Y" TO WS-M-HAS-TRANS(WS-M-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-MANIFEST-OVERFLOW-COUNT
               DISPLAY "  Warning: manifest full, omitting from"
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           MOVE WS-CKPT-REL(WS-CKPT-IDX) TO WS-API-SRC-REL
           PERFORM DERIVE-API-PATH
           CALL "CBL_DELETE_FILE" USING WS-API-PATH
           MOVE 0 TO RETURN-CODE

           DISPLAY "  Pruned orphaned page: " WS-PRUNE-OUT-PATH
           ADD 1 TO WS-PRUNED-COUNT.

                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           CALL "CBL_DELETE_FILE" USING WS-API-PATH
           MOVE 0 TO RETURN-CODE

           DISPLAY "  Pruned unpublished page: " WS-OUTPUT-PATH
           ADD 1 TO WS-PRUNED-COUNT.
           END-STRING
           CALL "SYSTEM" USING WS-TEMP.

      * Hash the content tree's assets, write the fingerprinted
      * copies of static/ and compare them with the last run's map
       PREPARE-ASSET-MAP.
           MOVE 0 TO WS-AST-COUNT
           MOVE 0 TO WS-AMAP-COUNT
           MOVE 0 TO WS-AMAP-OVERFLOW-FLAG
           MOVE 0 TO WS-AMAP-CHANGED-FLAG
           MOVE SPACES TO WS-AMAP-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/" DELIMITED SIZE
                  WS-AMAP-NAME DELIMITED SPACE
                  INTO WS-AMAP-PATH
           END-STRING
           PERFORM LOAD-OLD-ASSET-MAP
           IF FINGERPRINT-ASSETS
               PERFORM HASH-CONTENT-ASSETS
               PERFORM COPY-FINGERPRINTED-STATIC
           END-IF
           PERFORM CHECK-STATIC-SET-CHANGED.

       LOAD-OLD-ASSET-MAP.
           MOVE 0 TO WS-AOLD-COUNT
           MOVE 0 TO WS-AOLD-FLAG
           MOVE 0 TO WS-AMAP-EOF
           OPEN INPUT ASSET-MAP-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET AOLD-MAP-PRESENT TO TRUE
           PERFORM UNTIL AMAP-DONE
               READ ASSET-MAP-FILE INTO WS-AMAP-LINE
                   AT END
                       SET AMAP-DONE TO TRUE
                   NOT AT END
                       IF WS-AMAP-LINE(1:1) NOT = "#"
                               AND WS-AMAP-LINE NOT = SPACES
                               AND WS-AOLD-COUNT < 5000
                           ADD 1 TO WS-AOLD-COUNT
                           SET WS-AOLD-IDX TO WS-AOLD-COUNT
                           MOVE SPACES TO WS-AOLD-ORIG(WS-AOLD-IDX)
                           MOVE SPACES TO WS-AOLD-HASHED(WS-AOLD-IDX)
                           UNSTRING WS-AMAP-LINE DELIMITED BY " -> "
                               INTO WS-AOLD-ORIG(WS-AOLD-IDX)
                                    WS-AOLD-HASHED(WS-AOLD-IDX)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSET-MAP-FILE.

      * Every file under the content tree but the markdown sources,
      * hashed the way the release manifest hashes the output tree
       HASH-CONTENT-ASSETS.
           MOVE WS-CONTENT-DIR TO WS-HASH-TREE-DIR
           PERFORM LIST-TREE-HASHES
           MOVE 0 TO WS-HASH-LIST-EOF
           IF NOT HASH-LIST-FAILED
               OPEN INPUT HASH-LIST-FILE
               IF WS-FILE-STATUS NOT = "00"
                   SET HASH-LIST-FAILED TO TRUE
               END-IF
           END-IF
           IF HASH-LIST-FAILED
               DISPLAY "  Unable to fingerprint assets under "
                       FUNCTION TRIM(WS-CONTENT-DIR)
               PERFORM REMOVE-HASH-LIST
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HASH-LIST-DONE
               READ HASH-LIST-FILE INTO WS-HL-LINE
                   AT END
                       SET HASH-LIST-DONE TO TRUE
                   NOT AT END
                       PERFORM PARSE-HASH-LIST-LINE
                       PERFORM ADD-CONTENT-ASSET
               END-READ
           END-PERFORM
           CLOSE HASH-LIST-FILE
           PERFORM REMOVE-HASH-LIST.

      * A name sha256sum had to escape, or one too long to keep,
      * is left under its own name
       ADD-CONTENT-ASSET.
           IF WS-HL-PATH = SPACES OR WS-HL-PATH(201:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AHN-I
           INSPECT WS-HL-PATH TALLYING WS-AHN-I FOR ALL "\"
           IF WS-AHN-I > 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HL-PATH TRAILING))
               TO WS-AHN-LEN
           IF WS-AHN-LEN > 3 AND WS-HL-PATH(WS-AHN-LEN - 2:3) = ".md"
               EXIT PARAGRAPH
           END-IF
           IF WS-AST-COUNT < 5000
               ADD 1 TO WS-AST-COUNT
               SET WS-AST-IDX TO WS-AST-COUNT
               MOVE WS-HL-PATH TO WS-AST-SRC(WS-AST-IDX)
               MOVE WS-HL-HASH(1:6) TO WS-AST-HASH(WS-AST-IDX)
           END-IF.

      * static/ is still mirrored under its own names above, which
      * is how a stylesheet still reaches its fonts and images;
      * each file is then copied once more under its fingerprinted
      * name, and that is the name pages and templates are given
       COPY-FINGERPRINTED-STATIC.
           PERFORM VARYING WS-AST-IDX FROM 1 BY 1
               UNTIL WS-AST-IDX > WS-AST-COUNT
               IF WS-AST-SRC(WS-AST-IDX)(1:7) = "static/"
                   MOVE WS-AST-SRC(WS-AST-IDX) TO WS-AHN-IN
                   MOVE WS-AST-HASH(WS-AST-IDX) TO WS-AHN-HASH
                   PERFORM DERIVE-HASHED-NAME
                   PERFORM ADD-ASSET-MAP-ENTRY
                   MOVE SPACES TO WS-IMG-COPY-SRC
                   STRING WS-CONTENT-DIR DELIMITED SPACE
                          "/" DELIMITED SIZE
                          FUNCTION TRIM(WS-AHN-IN) DELIMITED SIZE
                          INTO WS-IMG-COPY-SRC
                   END-STRING
                   MOVE SPACES TO WS-IMG-COPY-DST
                   STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                          "/" DELIMITED SIZE
                          FUNCTION TRIM(WS-AHN-OUT) DELIMITED SIZE
                          INTO WS-IMG-COPY-DST
                   END-STRING
                   CALL "CBL_COPY_FILE" USING WS-IMG-COPY-SRC
                                              WS-IMG-COPY-DST
               END-IF
           END-PERFORM.

      * Template references follow static/, so when its files or
      * their hashes moved, or fingerprinting was turned on or off,
      * no page built last time is still right
       CHECK-STATIC-SET-CHANGED.
           IF WS-FINGERPRINT-FLAG NOT = WS-AOLD-FLAG
               SET ASSET-MAP-CHANGED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT FINGERPRINT-ASSETS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AMAP-OLD-STATIC
           PERFORM VARYING WS-AOLD-IDX FROM 1 BY 1
               UNTIL WS-AOLD-IDX > WS-AOLD-COUNT
               IF WS-AOLD-ORIG(WS-AOLD-IDX)(1:7) = "static/"
                   ADD 1 TO WS-AMAP-OLD-STATIC
               END-IF
           END-PERFORM
           IF WS-AMAP-OLD-STATIC NOT = WS-AMAP-COUNT
               SET ASSET-MAP-CHANGED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AMAP-IDX FROM 1 BY 1
               UNTIL WS-AMAP-IDX > WS-AMAP-COUNT
                  OR ASSET-MAP-CHANGED
               PERFORM FIND-OLD-ASSET-ENTRY
               IF WS-AMAP-FOUND = 0
                   SET ASSET-MAP-CHANGED TO TRUE
               END-IF
           END-PERFORM.

      * Sets WS-AMAP-FOUND when the last run's map lists the
      * fingerprinted name WS-AMAP-HASHED(WS-AMAP-IDX)
       FIND-OLD-ASSET-ENTRY.
           MOVE 0 TO WS-AMAP-FOUND
           PERFORM VARYING WS-AOLD-IDX FROM 1 BY 1
               UNTIL WS-AOLD-IDX > WS-AOLD-COUNT
               IF WS-AOLD-HASHED(WS-AOLD-IDX)
                       = WS-AMAP-HASHED(WS-AMAP-IDX)
                   MOVE 1 TO WS-AMAP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * WS-AHN-IN with ".<hash>" put in front of the extension of
      * its last component (logo.png -> logo.3f9a1c.png), or added
      * to a name with none
       DERIVE-HASHED-NAME.
           MOVE SPACES TO WS-AHN-OUT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AHN-IN TRAILING))
               TO WS-AHN-LEN
           MOVE 0 TO WS-AHN-SLASH
           MOVE 0 TO WS-AHN-DOT
           PERFORM VARYING WS-AHN-I FROM 1 BY 1
               UNTIL WS-AHN-I > WS-AHN-LEN
               EVALUATE WS-AHN-IN(WS-AHN-I:1)
                   WHEN "/"
                       MOVE WS-AHN-I TO WS-AHN-SLASH
                       MOVE 0 TO WS-AHN-DOT
                   WHEN "."
                       IF WS-AHN-I > WS-AHN-SLASH + 1
                           MOVE WS-AHN-I TO WS-AHN-DOT
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-AHN-DOT > 0
               STRING WS-AHN-IN(1:WS-AHN-DOT - 1) DELIMITED SIZE
                      "." DELIMITED SIZE
                      WS-AHN-HASH DELIMITED SIZE
                      WS-AHN-IN(WS-AHN-DOT:WS-AHN-LEN - WS-AHN-DOT + 1)
                          DELIMITED SIZE
                      INTO WS-AHN-OUT
               END-STRING
           ELSE
               STRING WS-AHN-IN(1:WS-AHN-LEN) DELIMITED SIZE
                      "." DELIMITED SIZE
                      WS-AHN-HASH DELIMITED SIZE
                      INTO WS-AHN-OUT
               END-STRING
           END-IF.

      * Hash of content file WS-AST-KEY into WS-AST-FOUND-HASH,
      * spaces when it was not hashed this run
       FIND-ASSET-HASH.
           MOVE SPACES TO WS-AST-FOUND-HASH
           IF WS-AST-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AST-IDX FROM 1 BY 1
               UNTIL WS-AST-IDX > WS-AST-COUNT
               IF WS-AST-SRC(WS-AST-IDX) = WS-AST-KEY
                   MOVE WS-AST-HASH(WS-AST-IDX) TO WS-AST-FOUND-HASH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * WS-AHN-IN -> WS-AHN-OUT into this run's map, once
       ADD-ASSET-MAP-ENTRY.
           PERFORM VARYING WS-AMAP-IDX FROM 1 BY 1
               UNTIL WS-AMAP-IDX > WS-AMAP-COUNT
               IF WS-AMAP-HASHED(WS-AMAP-IDX) = WS-AHN-OUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-AMAP-COUNT < 5000
               ADD 1 TO WS-AMAP-COUNT
               SET WS-AMAP-IDX TO WS-AMAP-COUNT
               MOVE WS-AHN-IN TO WS-AMAP-ORIG(WS-AMAP-IDX)
               MOVE WS-AHN-OUT TO WS-AMAP-HASHED(WS-AMAP-IDX)
           ELSE
               SET AMAP-OVERFLOW TO TRUE
           END-IF.

      * Point every "static/..." reference in WS-AREF-TEXT at its
      * fingerprinted copy. A reference opens the text or follows
      * a quote, "(", "=", a space, a template placeholder, "/" or
      * "../" - never the middle of another path - and runs to a
      * quote, bracket, space, "?" or "#". AREF-CHANGED is set when
      * anything was rewritten; text that would no longer fit is
      * left as it was.
       REWRITE-ASSET-REFS.
           MOVE 0 TO WS-AREF-FLAG
           MOVE 0 TO WS-AREF-FIT-FLAG
           IF WS-AREF-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AREF-TEXT TRAILING))
               TO WS-AREF-LEN
           MOVE SPACES TO WS-AREF-OUT
           MOVE 1 TO WS-AREF-PTR
           MOVE 1 TO WS-AREF-POS
           PERFORM UNTIL WS-AREF-POS > WS-AREF-LEN OR AREF-TOO-LONG
               MOVE 0 TO WS-AREF-END
               IF WS-AREF-POS + 6 <= WS-AREF-LEN
                       AND WS-AREF-TEXT(WS-AREF-POS:7) = "static/"
                   PERFORM CHECK-ASSET-REF-BOUNDARY
                   IF AREF-AT-BOUNDARY
                       PERFORM MATCH-ASSET-REF
                   END-IF
               END-IF
               IF WS-AREF-END = 0
                   STRING WS-AREF-TEXT(WS-AREF-POS:1) DELIMITED SIZE
                       INTO WS-AREF-OUT
                       WITH POINTER WS-AREF-PTR
                       ON OVERFLOW
                           SET AREF-TOO-LONG TO TRUE
                   END-STRING
                   ADD 1 TO WS-AREF-POS
               END-IF
           END-PERFORM
           IF AREF-TOO-LONG
               MOVE 0 TO WS-AREF-FLAG
           END-IF
           IF AREF-CHANGED
               MOVE WS-AREF-OUT TO WS-AREF-TEXT
           END-IF.

       CHECK-ASSET-REF-BOUNDARY.
           MOVE 0 TO WS-AREF-BOUND-FLAG
           IF WS-AREF-POS = 1
               SET AREF-AT-BOUNDARY TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AREF-TEXT(WS-AREF-POS - 1:1) TO WS-AREF-CH
           IF WS-AREF-CH = "/"
               IF WS-AREF-POS = 2
                   SET AREF-AT-BOUNDARY TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AREF-TEXT(WS-AREF-POS - 2:1) TO WS-AREF-CH
               IF WS-AREF-CH = "."
                   SET AREF-AT-BOUNDARY TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-AREF-CH = QUOTE OR "'" OR "(" OR "=" OR " " OR "}"
               SET AREF-AT-BOUNDARY TO TRUE
           END-IF.

      * The path starting at WS-AREF-POS; when it names a hashed
      * file its fingerprinted name goes out instead and
      * WS-AREF-END is left non-zero
       MATCH-ASSET-REF.
           MOVE WS-AREF-POS TO WS-AREF-END
           PERFORM UNTIL WS-AREF-END > WS-AREF-LEN
               MOVE WS-AREF-TEXT(WS-AREF-END:1) TO WS-AREF-CH
               IF WS-AREF-CH = QUOTE OR "'" OR "(" OR ")" OR " "
                       OR "<" OR ">" OR "?" OR "#"
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AREF-END
           END-PERFORM
           MOVE SPACES TO WS-AST-KEY
           IF WS-AREF-END - WS-AREF-POS <= 200
               MOVE WS-AREF-TEXT(WS-AREF-POS:WS-AREF-END - WS-AREF-POS)
                   TO WS-AST-KEY
           END-IF
           PERFORM FIND-ASSET-HASH
           IF WS-AST-FOUND-HASH = SPACES
               MOVE 0 TO WS-AREF-END
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AST-KEY TO WS-AHN-IN
           MOVE WS-AST-FOUND-HASH TO WS-AHN-HASH
           PERFORM DERIVE-HASHED-NAME
           STRING FUNCTION TRIM(WS-AHN-OUT) DELIMITED SIZE
               INTO WS-AREF-OUT
               WITH POINTER WS-AREF-PTR
               ON OVERFLOW
                   SET AREF-TOO-LONG TO TRUE
           END-STRING
           MOVE WS-AREF-END TO WS-AREF-POS
           SET AREF-CHANGED TO TRUE.

      * Both skeletons are rewritten once, as they are loaded; a
      * line that would outgrow its slot keeps the original names
       REWRITE-TEMPLATE-ASSET-REFS.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PAGE-TPL-COUNT
               MOVE WS-PAGE-TPL-LINE(WS-PT-IDX) TO WS-AREF-TEXT
               PERFORM REWRITE-ASSET-REFS
               IF AREF-CHANGED AND WS-AREF-TEXT(257:) = SPACES
                   MOVE WS-AREF-TEXT TO WS-PAGE-TPL-LINE(WS-PT-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LIST-TPL-COUNT
               MOVE WS-LIST-TPL-LINE(WS-LT-IDX) TO WS-AREF-TEXT
               PERFORM REWRITE-ASSET-REFS
               IF AREF-CHANGED AND WS-AREF-TEXT(257:) = SPACES
                   MOVE WS-AREF-TEXT TO WS-LIST-TPL-LINE(WS-LT-IDX)
               END-IF
           END-PERFORM.

      * This run's asset map replaces the last one, and the
      * fingerprinted copies only the last one listed are removed,
      * as PRUNE-ORPHANED-OUTPUTS removes pages whose source went
      * away. With fingerprinting turned off every copy the last
      * map listed goes, and the map with them.
       FINISH-ASSET-MAP.
           IF AMAP-OVERFLOW
               DISPLAY "  Warning: asset map full, older"
                       " fingerprinted copies kept"
           ELSE
               PERFORM PRUNE-STALE-ASSETS
           END-IF
           IF FINGERPRINT-ASSETS
               PERFORM WRITE-ASSET-MAP
           ELSE
               IF AOLD-MAP-PRESENT
                   CALL "CBL_DELETE_FILE" USING WS-AMAP-PATH
               END-IF
           END-IF.

       PRUNE-STALE-ASSETS.
           MOVE 0 TO WS-AMAP-PRUNED
           PERFORM VARYING WS-AOLD-IDX FROM 1 BY 1
               UNTIL WS-AOLD-IDX > WS-AOLD-COUNT
               MOVE 0 TO WS-AMAP-FOUND
               PERFORM VARYING WS-AMAP-IDX FROM 1 BY 1
                   UNTIL WS-AMAP-IDX > WS-AMAP-COUNT
                   IF WS-AMAP-HASHED(WS-AMAP-IDX)
                           = WS-AOLD-HASHED(WS-AOLD-IDX)
                       MOVE 1 TO WS-AMAP-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-AMAP-FOUND = 0
                   PERFORM DELETE-STALE-ASSET
               END-IF
           END-PERFORM.

      * Only a relative name inside the output tree is acted on,
      * whatever a hand-edited map might say
       DELETE-STALE-ASSET.
           IF WS-AOLD-HASHED(WS-AOLD-IDX) = SPACES
                   OR WS-AOLD-HASHED(WS-AOLD-IDX)(1:1) = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AHN-I
           INSPECT WS-AOLD-HASHED(WS-AOLD-IDX)
               TALLYING WS-AHN-I FOR ALL ".."
           IF WS-AHN-I > 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRUNE-OUT-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/" DELIMITED SIZE
                  FUNCTION TRIM(WS-AOLD-HASHED(WS-AOLD-IDX))
                      DELIMITED SIZE
                  INTO WS-PRUNE-OUT-PATH
           END-STRING
           CALL "CBL_DELETE_FILE" USING WS-PRUNE-OUT-PATH
           IF RETURN-CODE = 0
               DISPLAY "  Pruned stale asset: "
                       FUNCTION TRIM(WS-PRUNE-OUT-PATH)
               ADD 1 TO WS-AMAP-PRUNED
           END-IF
           MOVE 0 TO RETURN-CODE.

       WRITE-ASSET-MAP.
           OPEN OUTPUT ASSET-MAP-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Unable to write asset map: "
                       FUNCTION TRIM(WS-AMAP-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ASSET-MAP-RECORD
           STRING "# Division One SSG asset map: "
                  "original -> fingerprinted" DELIMITED SIZE
                  INTO ASSET-MAP-RECORD
           END-STRING
           WRITE ASSET-MAP-RECORD
           PERFORM VARYING WS-AMAP-IDX FROM 1 BY 1
               UNTIL WS-AMAP-IDX > WS-AMAP-COUNT
               MOVE SPACES TO ASSET-MAP-RECORD
               STRING FUNCTION TRIM(WS-AMAP-ORIG(WS-AMAP-IDX))
                          DELIMITED SIZE
                      " -> " DELIMITED SIZE
                      FUNCTION TRIM(WS-AMAP-HASHED(WS-AMAP-IDX))
                          DELIMITED SIZE
                      INTO ASSET-MAP-RECORD
               END-STRING
               WRITE ASSET-MAP-RECORD
           END-PERFORM
           CLOSE ASSET-MAP-FILE
           MOVE WS-AMAP-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  Asset map: " FUNCTION TRIM(WS-AMAP-PATH)
                   " (" FUNCTION TRIM(WS-COUNT-DISPLAY) " assets)".

      * Read the page and listing skeletons from the templates
      * directory once per run, so layout is data, not code. Either
      * file may be absent; the compiled-in skeleton then stands in.
       LOAD-TEMPLATES.
           PERFORM LOAD-PAGE-TEMPLATE
           PERFORM LOAD-LISTING-TEMPLATE
           PERFORM LOAD-KEYWORD-LISTS.

       LOAD-PAGE-TEMPLATE.
           MOVE 0 TO WS-PAGE-TPL-COUNT
           MOVE SPACES TO WS-TEMPLATE-PATH
           STRING FUNCTION TRIM(WS-TEMPLATE-DIR) DELIMITED SIZE
                  "/page.html" DELIMITED SIZE
                  INTO WS-TEMPLATE-PATH
           END-STRING
           MOVE 0 TO WS-TEMPLATE-EOF
           CLOSE TEMPLATE-FILE
           DISPLAY "  Listing template: " WS-TEMPLATE-PATH.

      * Read the keyword list for each language the code-block
      * highlighter knows. Words are separated by spaces, tabs or
      * line breaks; a line starting with # is a comment. COBOL,
      * JCL and SQL match regardless of case, so their lists are
      * kept in upper case; shell and JSON words match exactly.
       LOAD-KEYWORD-LISTS.
           MOVE 0 TO WS-KW-COUNT
           MOVE 0 TO WS-KWL-LIST-COUNT
           PERFORM VARYING WS-KWL-I FROM 1 BY 1 UNTIL WS-KWL-I > 5
               PERFORM LOAD-ONE-KEYWORD-LIST
           END-PERFORM
           IF WS-KWL-LIST-COUNT > 0
               MOVE WS-KW-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "  Keyword lists: "
                       FUNCTION TRIM(WS-KEYWORD-DIR) " ("
                       WS-KWL-LIST-COUNT " languages, "
                       FUNCTION TRIM(WS-COUNT-DISPLAY) " words)"
           END-IF.

       LOAD-ONE-KEYWORD-LIST.
           MOVE 0 TO WS-KWL-LOADED(WS-KWL-I)
           COMPUTE WS-KWL-FIRST(WS-KWL-I) = WS-KW-COUNT + 1
           MOVE WS-KW-COUNT TO WS-KWL-LAST(WS-KWL-I)
           MOVE SPACES TO WS-TEMPLATE-PATH
           STRING FUNCTION TRIM(WS-KEYWORD-DIR) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-KWL-NAME(WS-KWL-I) DELIMITED SPACE
                  ".txt" DELIMITED SIZE
                  INTO WS-TEMPLATE-PATH
           END-STRING
           MOVE 0 TO WS-TEMPLATE-EOF
           OPEN INPUT TEMPLATE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-KWL-LOADED(WS-KWL-I)
           ADD 1 TO WS-KWL-LIST-COUNT
           PERFORM UNTIL TEMPLATE-DONE
               READ TEMPLATE-FILE INTO WS-KW-LINE
                   AT END
                       SET TEMPLATE-DONE TO TRUE
                   NOT AT END
                       PERFORM ADD-KEYWORD-LINE
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE
           MOVE WS-KW-COUNT TO WS-KWL-LAST(WS-KWL-I).

       ADD-KEYWORD-LINE.
           INSPECT WS-KW-LINE REPLACING ALL X"09" BY SPACE
           INSPECT WS-KW-LINE REPLACING ALL X"0D" BY SPACE
           IF WS-KW-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-KW-LINE)(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KW-LINE TRAILING))
               TO WS-KW-LINE-LEN
           MOVE 1 TO WS-KW-PTR
           PERFORM UNTIL WS-KW-PTR > WS-KW-LINE-LEN
               MOVE SPACES TO WS-KW-CELL
               MOVE 0 TO WS-KW-CELL-LEN
               UNSTRING WS-KW-LINE(1:WS-KW-LINE-LEN)
                   DELIMITED BY ALL SPACE
                   INTO WS-KW-CELL COUNT IN WS-KW-CELL-LEN
                   WITH POINTER WS-KW-PTR
               END-UNSTRING
               IF WS-KW-CELL-LEN > 0 AND WS-KW-CELL-LEN <= 40
                       AND WS-KW-COUNT < 3000
                   ADD 1 TO WS-KW-COUNT
                   SET WS-KW-IDX TO WS-KW-COUNT
                   IF WS-KWL-I = 1 OR 2 OR 4
                       MOVE FUNCTION UPPER-CASE(WS-KW-CELL)
                           TO WS-KW-WORD(WS-KW-IDX)
                   ELSE
                       MOVE WS-KW-CELL TO WS-KW-WORD(WS-KW-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       PROCESS-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE))
               TO WS-LINE-LENGTH
               EXIT PARAGRAPH
           END-IF

      * Parse markdown content; a data-table line is markup, not
      * words the reader sees
           IF WS-LINE(1:7) NOT = "{{data:" OR IN-CODE-BLOCK
               PERFORM COUNT-WORDS-IN-LINE
               PERFORM COLLECT-SEARCH-WORDS
           END-IF
           PERFORM PARSE-MARKDOWN-LINE.

      * Tally whitespace-separated words toward the page's reading time
               MOVE FUNCTION TRIM(WS-LINE(9:))
                   TO WS-PAGE-EXPIRES
           END-IF
           IF WS-LINE(1:9) = "reviewed:"
               MOVE FUNCTION TRIM(WS-LINE(10:))
                   TO WS-PAGE-REVIEWED
           END-IF
           IF WS-LINE(1:13) = "review-every:"
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-LINE(14:)))
                   TO WS-PAGE-REVIEW-EVERY
           END-IF
           IF WS-LINE(1:14) = "redirect-from:"
               MOVE FUNCTION TRIM(WS-LINE(15:))
                   TO WS-PAGE-REDIRECTS
           END-IF
           IF WS-LINE(1:5) = "lang:"
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-LINE(6:)))
                   TO WS-PAGE-LANG
           END-IF
           IF WS-LINE(1:15) = "translation-of:"
               MOVE FUNCTION TRIM(WS-LINE(16:))
                   TO WS-PAGE-TRANSOF
           END-IF
           IF WS-LINE(1:7) = "weight:"
               MOVE SPACES TO WS-WEIGHT-TEXT
               MOVE FUNCTION TRIM(WS-LINE(8:))
               END-IF
           END-IF.

      * Counted once per page, however many lines are then lost
       NOTE-BODY-TRUNCATED.
           IF NOT BODY-TRUNCATED
               SET BODY-TRUNCATED TO TRUE
               ADD 1 TO WS-BODY-TRUNC-COUNT
               DISPLAY "  Warning: page body too large,"
                       " truncated: " WS-CONTENT-PATH
           END-IF.

       PARSE-MARKDOWN-LINE.
      * A body that has outgrown the buffer stops accumulating;
      * the page is reported as a validation issue instead of
      * shipping silently truncated
           IF WS-BODY-LENGTH > WS-BODY-LIMIT
               PERFORM NOTE-BODY-TRUNCATED
               EXIT PARAGRAPH
           END-IF

                       WITH POINTER WS-BODY-LENGTH
                   END-STRING
                   MOVE 0 TO WS-IN-CODE-BLOCK
                   MOVE 0 TO WS-HL-LANG
                   MOVE 0 TO WS-HL-BLOCK-COMMENT
               ELSE
                   PERFORM SET-CODE-LANGUAGE
                   IF WS-CODE-LANG = SPACES
                       STRING
                              "<pre><code>" DELIMITED SIZE
                              INTO WS-BODY-BUFFER
                           WITH POINTER WS-BODY-LENGTH
                       END-STRING
                   ELSE
                       STRING
                              "<pre><code class='language-"
                                  DELIMITED SIZE
                              WS-CODE-LANG DELIMITED SPACE
                              "'>" DELIMITED SIZE
                              INTO WS-BODY-BUFFER
                           WITH POINTER WS-BODY-LENGTH
                       END-STRING
                   END-IF
                   SET IN-CODE-BLOCK TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

      * Code lines are copied verbatim but escaped, so a sample
      * containing <html> or "<" reaches the reader intact. In a
      * block the highlighter knows, the line is marked up instead;
      * a line too long to mark up is written plain.
           IF IN-CODE-BLOCK
               IF WS-HL-LANG > 0
                   PERFORM HIGHLIGHT-CODE-LINE
                   IF HL-LINE-DONE
                       STRING
                              WS-HL-OUT(1:WS-HL-OUT-PTR - 1)
                                  DELIMITED SIZE
                              X"0A" DELIMITED SIZE
                              INTO WS-BODY-BUFFER
                           WITH POINTER WS-BODY-LENGTH
                       END-STRING
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE WS-LINE TO WS-HTMLESC-SRC
               PERFORM ESCAPE-HTML-FIELD
               IF WS-HTMLESC-PTR > 1
               EXIT PARAGRAPH
           END-IF

      * A data-file table stands alone on its line
           IF WS-LINE(1:7) = "{{data:" AND WS-LINE-LENGTH > 8
                   AND WS-LINE(WS-LINE-LENGTH - 1:2) = "}}"
               PERFORM RENDER-DATA-TABLE
               EXIT PARAGRAPH
           END-IF

      * Pipe tables
           IF WS-LINE(1:1) = "|"
               PERFORM PROCESS-TABLE-ROW
               END-EVALUATE
           END-PERFORM.

      * Take the language from a fence's info string (```cobol,
      * ```sql {title=x}): its first word, lower-cased, becomes the
      * block's class when it is plain letters, digits and -_+#.
      * and picks the highlighter when it names one whose keyword
      * list was loaded.
       SET-CODE-LANGUAGE.
           MOVE SPACES TO WS-CODE-LANG
           MOVE 0 TO WS-HL-LANG
           MOVE 0 TO WS-HL-BLOCK-COMMENT
           IF WS-LINE(4:) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE(4:)) TO WS-CODE-INFO
           MOVE 0 TO WS-CODE-LANG-LEN
           UNSTRING WS-CODE-INFO DELIMITED BY SPACE OR X"09"
               INTO WS-CODE-LANG COUNT IN WS-CODE-LANG-LEN
           END-UNSTRING
           IF WS-CODE-LANG-LEN = 0 OR WS-CODE-LANG-LEN > 30
               MOVE SPACES TO WS-CODE-LANG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-CODE-LANG) TO WS-CODE-LANG
           PERFORM VARYING WS-CODE-LANG-I FROM 1 BY 1
               UNTIL WS-CODE-LANG-I > WS-CODE-LANG-LEN
               MOVE WS-CODE-LANG(WS-CODE-LANG-I:1) TO WS-CODE-LANG-CH
               IF (WS-CODE-LANG-CH < "a" OR WS-CODE-LANG-CH > "z")
                       AND (WS-CODE-LANG-CH < "0"
                            OR WS-CODE-LANG-CH > "9")
                       AND WS-CODE-LANG-CH NOT = "-"
                       AND WS-CODE-LANG-CH NOT = "_"
                       AND WS-CODE-LANG-CH NOT = "+"
                       AND WS-CODE-LANG-CH NOT = "#"
                       AND WS-CODE-LANG-CH NOT = "."
                   MOVE SPACES TO WS-CODE-LANG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           EVALUATE WS-CODE-LANG
               WHEN "cobol"
               WHEN "cob"
               WHEN "cbl"
                   SET HL-COBOL TO TRUE
               WHEN "jcl"
                   SET HL-JCL TO TRUE
               WHEN "sh"
               WHEN "bash"
               WHEN "shell"
               WHEN "ksh"
               WHEN "zsh"
                   SET HL-SHELL TO TRUE
               WHEN "sql"
                   SET HL-SQL TO TRUE
               WHEN "json"
                   SET HL-JSON TO TRUE
           END-EVALUATE
           IF WS-HL-LANG > 0
               IF WS-KWL-LOADED(WS-HL-LANG) = 0
                   MOVE 0 TO WS-HL-LANG
               END-IF
           END-IF.

      * Mark up one code line of a highlighted block into WS-HL-OUT:
      * keywords, comments, strings and numbers each go in a span
      * (hl-keyword, hl-comment, hl-string, hl-number) and every
      * character is escaped as ESCAPE-HTML-FIELD would. HL-LINE-DONE
      * stays off for a blank line, or one whose markup would not
      * fit a page record; the caller then writes it plain.
       HIGHLIGHT-CODE-LINE.
           MOVE 0 TO WS-HL-DONE-FLAG
           MOVE 0 TO WS-HL-FIT-FLAG
           MOVE 1 TO WS-HL-OUT-PTR
           IF WS-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING))
               TO WS-HL-LEN
           MOVE 1 TO WS-HL-POS
      * Still inside an SQL comment opened on an earlier line
           IF HL-IN-BLOCK-COMMENT
               MOVE 1 TO WS-HL-END
               PERFORM HL-SCAN-BLOCK-COMMENT
           END-IF
      * Whole-line comments: * or / in column 7 of COBOL (columns
      * 1-6 blank or a sequence number) and //* in JCL
           IF WS-HL-POS = 1
               IF (HL-COBOL AND WS-HL-LEN >= 7
                       AND (WS-LINE(7:1) = "*" OR WS-LINE(7:1) = "/")
                       AND (WS-LINE(1:6) = SPACES
                            OR WS-LINE(1:6) IS NUMERIC))
                   OR (HL-JCL AND WS-LINE(1:3) = "//*")
                   PERFORM HL-SCAN-LINE-COMMENT
               END-IF
           END-IF
           PERFORM UNTIL WS-HL-POS > WS-HL-LEN OR HL-TOO-LONG
               PERFORM HL-NEXT-TOKEN
           END-PERFORM
           IF NOT HL-TOO-LONG AND WS-HL-OUT-PTR <= 6145
               SET HL-LINE-DONE TO TRUE
           END-IF.

       HL-NEXT-TOKEN.
           MOVE WS-LINE(WS-HL-POS:1) TO WS-HL-CH
           MOVE SPACE TO WS-HL-PREV
           IF WS-HL-POS > 1
               MOVE WS-LINE(WS-HL-POS - 1:1) TO WS-HL-PREV
           END-IF
           MOVE WS-HL-CH TO WS-HL-TEST-CH
           PERFORM HL-CHECK-WORD-CHAR
           EVALUATE TRUE
               WHEN HL-SQL AND WS-HL-POS < WS-HL-LEN
                       AND WS-LINE(WS-HL-POS:2) = "/*"
                   SET HL-IN-BLOCK-COMMENT TO TRUE
                   COMPUTE WS-HL-END = WS-HL-POS + 2
                   PERFORM HL-SCAN-BLOCK-COMMENT
               WHEN HL-SQL AND WS-HL-POS < WS-HL-LEN
                       AND WS-LINE(WS-HL-POS:2) = "--"
               WHEN HL-COBOL AND WS-HL-POS < WS-HL-LEN
                       AND WS-LINE(WS-HL-POS:2) = "*>"
               WHEN HL-SHELL AND WS-HL-CH = "#"
                       AND (WS-HL-PREV = SPACE OR WS-HL-PREV = X"09"
                            OR WS-HL-PREV = ";")
                   PERFORM HL-SCAN-LINE-COMMENT
               WHEN (HL-COBOL OR HL-SHELL)
                       AND (WS-HL-CH = QUOTE OR WS-HL-CH = "'")
               WHEN (HL-JCL OR HL-SQL) AND WS-HL-CH = "'"
               WHEN HL-JSON AND WS-HL-CH = QUOTE
                   PERFORM HL-SCAN-STRING
               WHEN WS-HL-CH >= "0" AND WS-HL-CH <= "9"
                   PERFORM HL-SCAN-NUMBER
               WHEN HL-WORD-CHAR
                   PERFORM HL-SCAN-WORD
               WHEN OTHER
                   PERFORM EMIT-HL-CHAR
                   ADD 1 TO WS-HL-POS
           END-EVALUATE.

      * Letters, digits and underscore make words everywhere; COBOL
      * names also take hyphens and JCL names @, # and $
       HL-CHECK-WORD-CHAR.
           MOVE 0 TO WS-HL-WORD-CHAR-FLAG
           IF (WS-HL-TEST-CH >= "A" AND WS-HL-TEST-CH <= "Z")
                   OR (WS-HL-TEST-CH >= "a" AND WS-HL-TEST-CH <= "z")
                   OR (WS-HL-TEST-CH >= "0" AND WS-HL-TEST-CH <= "9")
                   OR WS-HL-TEST-CH = "_"
               SET HL-WORD-CHAR TO TRUE
           END-IF
           IF HL-COBOL AND WS-HL-TEST-CH = "-"
               SET HL-WORD-CHAR TO TRUE
           END-IF
           IF HL-JCL AND (WS-HL-TEST-CH = "@" OR WS-HL-TEST-CH = "#"
                   OR WS-HL-TEST-CH = "$")
               SET HL-WORD-CHAR TO TRUE
           END-IF.

       HL-SCAN-LINE-COMMENT.
           MOVE WS-HL-LEN TO WS-HL-END
           MOVE "hl-comment" TO WS-HL-CLASS
           PERFORM EMIT-HL-SPAN
           COMPUTE WS-HL-POS = WS-HL-LEN + 1.

      * An SQL comment from WS-HL-POS, looking for its */ from
      * WS-HL-END; without one it runs to the end of the line and
      * carries on into the next
       HL-SCAN-BLOCK-COMMENT.
           PERFORM UNTIL WS-HL-END >= WS-HL-LEN
                   OR WS-LINE(WS-HL-END:2) = "*/"
               ADD 1 TO WS-HL-END
           END-PERFORM
           IF WS-HL-END < WS-HL-LEN
                   AND WS-LINE(WS-HL-END:2) = "*/"
               ADD 1 TO WS-HL-END
               MOVE 0 TO WS-HL-BLOCK-COMMENT
           ELSE
               MOVE WS-HL-LEN TO WS-HL-END
           END-IF
           MOVE "hl-comment" TO WS-HL-CLASS
           PERFORM EMIT-HL-SPAN
           COMPUTE WS-HL-POS = WS-HL-END + 1.

      * A quoted string up to its closing quote (or the end of the
      * line). COBOL, JCL and SQL double the quote to embed it;
      * JSON and shell double-quoted strings use a backslash.
       HL-SCAN-STRING.
           MOVE WS-HL-CH TO WS-HL-QUOTE
           COMPUTE WS-HL-END = WS-HL-POS + 1
           PERFORM UNTIL WS-HL-END > WS-HL-LEN
               EVALUATE TRUE
                   WHEN WS-LINE(WS-HL-END:1) = "\"
                           AND (HL-JSON
                                OR (HL-SHELL AND WS-HL-QUOTE = QUOTE))
                       ADD 2 TO WS-HL-END
                   WHEN WS-LINE(WS-HL-END:1) = WS-HL-QUOTE
                           AND (HL-COBOL OR HL-JCL OR HL-SQL)
                           AND WS-HL-END < WS-HL-LEN
                           AND WS-LINE(WS-HL-END + 1:1) = WS-HL-QUOTE
                       ADD 2 TO WS-HL-END
                   WHEN WS-LINE(WS-HL-END:1) = WS-HL-QUOTE
                       EXIT PERFORM
                   WHEN OTHER
                       ADD 1 TO WS-HL-END
               END-EVALUATE
           END-PERFORM
           IF WS-HL-END > WS-HL-LEN
               MOVE WS-HL-LEN TO WS-HL-END
           END-IF
           MOVE "hl-string" TO WS-HL-CLASS
           PERFORM EMIT-HL-SPAN
           COMPUTE WS-HL-POS = WS-HL-END + 1.

      * Digits with an optional fraction and exponent. Digits that
      * run on into a word (9V99, 3270s) are a word, not a number.
       HL-SCAN-NUMBER.
           MOVE WS-HL-POS TO WS-HL-END
           PERFORM HL-SKIP-DIGITS
           IF WS-HL-END < WS-HL-LEN
                   AND WS-LINE(WS-HL-END:1) = "."
                   AND WS-LINE(WS-HL-END + 1:1) >= "0"
                   AND WS-LINE(WS-HL-END + 1:1) <= "9"
               ADD 1 TO WS-HL-END
               PERFORM HL-SKIP-DIGITS
           END-IF
           IF WS-HL-END < WS-HL-LEN
                   AND (WS-LINE(WS-HL-END:1) = "e"
                        OR WS-LINE(WS-HL-END:1) = "E")
               COMPUTE WS-HL-I = WS-HL-END + 1
               IF WS-HL-I < WS-HL-LEN
                       AND (WS-LINE(WS-HL-I:1) = "+"
                            OR WS-LINE(WS-HL-I:1) = "-")
                   ADD 1 TO WS-HL-I
               END-IF
               IF WS-HL-I <= WS-HL-LEN
                       AND WS-LINE(WS-HL-I:1) >= "0"
                       AND WS-LINE(WS-HL-I:1) <= "9"
                   MOVE WS-HL-I TO WS-HL-END
                   PERFORM HL-SKIP-DIGITS
               END-IF
           END-IF
           IF WS-HL-END <= WS-HL-LEN
               MOVE WS-LINE(WS-HL-END:1) TO WS-HL-TEST-CH
               PERFORM HL-CHECK-WORD-CHAR
               IF HL-WORD-CHAR
                   PERFORM HL-SCAN-WORD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SUBTRACT 1 FROM WS-HL-END
           MOVE "hl-number" TO WS-HL-CLASS
           PERFORM EMIT-HL-SPAN
           COMPUTE WS-HL-POS = WS-HL-END + 1.

       HL-SKIP-DIGITS.
           PERFORM UNTIL WS-HL-END > WS-HL-LEN
                   OR WS-LINE(WS-HL-END:1) < "0"
                   OR WS-LINE(WS-HL-END:1) > "9"
               ADD 1 TO WS-HL-END
           END-PERFORM.

       HL-SCAN-WORD.
           MOVE WS-HL-POS TO WS-HL-END
           PERFORM UNTIL WS-HL-END > WS-HL-LEN
               MOVE WS-LINE(WS-HL-END:1) TO WS-HL-TEST-CH
               PERFORM HL-CHECK-WORD-CHAR
               IF NOT HL-WORD-CHAR
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-HL-END
           END-PERFORM
           SUBTRACT 1 FROM WS-HL-END
           PERFORM HL-FIND-KEYWORD
           IF HL-IS-KEYWORD
               MOVE "hl-keyword" TO WS-HL-CLASS
               PERFORM EMIT-HL-SPAN
           ELSE
               PERFORM EMIT-HL-TEXT
           END-IF
           COMPUTE WS-HL-POS = WS-HL-END + 1.

      * Is WS-LINE(WS-HL-POS thru WS-HL-END) in the block language's
      * keyword list?
       HL-FIND-KEYWORD.
           MOVE 0 TO WS-HL-KEYWORD-FLAG
           COMPUTE WS-HL-I = WS-HL-END - WS-HL-POS + 1
           IF WS-HL-I > 40
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HL-WORD
           IF HL-FOLD-CASE
               MOVE FUNCTION UPPER-CASE(WS-LINE(WS-HL-POS:WS-HL-I))
                   TO WS-HL-WORD
           ELSE
               MOVE WS-LINE(WS-HL-POS:WS-HL-I) TO WS-HL-WORD
           END-IF
           PERFORM VARYING WS-KW-IDX FROM WS-KWL-FIRST(WS-HL-LANG)
               BY 1 UNTIL WS-KW-IDX > WS-KWL-LAST(WS-HL-LANG)
               IF WS-KW-WORD(WS-KW-IDX) = WS-HL-WORD
                   SET HL-IS-KEYWORD TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * WS-LINE(WS-HL-POS thru WS-HL-END) wrapped in a span of
      * class WS-HL-CLASS
       EMIT-HL-SPAN.
           STRING "<span class='" DELIMITED SIZE
                  WS-HL-CLASS DELIMITED SPACE
                  "'>" DELIMITED SIZE
               INTO WS-HL-OUT
               WITH POINTER WS-HL-OUT-PTR
               ON OVERFLOW
                   SET HL-TOO-LONG TO TRUE
           END-STRING
           PERFORM EMIT-HL-TEXT
           STRING "</span>" DELIMITED SIZE
               INTO WS-HL-OUT
               WITH POINTER WS-HL-OUT-PTR
               ON OVERFLOW
                   SET HL-TOO-LONG TO TRUE
           END-STRING.

       EMIT-HL-TEXT.
           PERFORM VARYING WS-HL-I FROM WS-HL-POS BY 1
               UNTIL WS-HL-I > WS-HL-END
               MOVE WS-LINE(WS-HL-I:1) TO WS-HL-CH
               PERFORM EMIT-HL-CHAR
           END-PERFORM.

       EMIT-HL-CHAR.
           EVALUATE WS-HL-CH
               WHEN "<"
                   STRING "&lt;" DELIMITED SIZE
                       INTO WS-HL-OUT
                       WITH POINTER WS-HL-OUT-PTR
                       ON OVERFLOW
                           SET HL-TOO-LONG TO TRUE
                   END-STRING
               WHEN ">"
                   STRING "&gt;" DELIMITED SIZE
                       INTO WS-HL-OUT
                       WITH POINTER WS-HL-OUT-PTR
                       ON OVERFLOW
                           SET HL-TOO-LONG TO TRUE
                   END-STRING
               WHEN "&"
                   STRING "&amp;" DELIMITED SIZE
                       INTO WS-HL-OUT
                       WITH POINTER WS-HL-OUT-PTR
                       ON OVERFLOW
                           SET HL-TOO-LONG TO TRUE
                   END-STRING
               WHEN QUOTE
                   STRING "&quot;" DELIMITED SIZE
                       INTO WS-HL-OUT
                       WITH POINTER WS-HL-OUT-PTR
                       ON OVERFLOW
                           SET HL-TOO-LONG TO TRUE
                   END-STRING
               WHEN OTHER
                   STRING WS-HL-CH DELIMITED SIZE
                       INTO WS-HL-OUT
                       WITH POINTER WS-HL-OUT-PTR
                       ON OVERFLOW
                           SET HL-TOO-LONG TO TRUE
                   END-STRING
           END-EVALUATE.

      * Turn a heading's text into a lowercase, dash-for-punctuation
      * anchor slug for the table of contents to link to.
       MAKE-SLUG.
           MOVE SPACES TO WS-SLUG-DEST
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SLUG-SRC))
               TO WS-SLUG-LEN
           PERFORM VARYING WS-SLUG-IDX FROM 1 BY 1
               UNTIL WS-SLUG-IDX > WS-SLUG-LEN
               MOVE FUNCTION LOWER-CASE(WS-SLUG-SRC(WS-SLUG-IDX:1))
                   TO WS-SLUG-CHAR
               IF (WS-SLUG-CHAR >= "a" AND WS-SLUG-CHAR <= "z")
                       OR (WS-SLUG-CHAR >= "0" AND WS-SLUG-CHAR <= "9")
                   MOVE WS-SLUG-CHAR TO WS-SLUG-DEST(WS-SLUG-IDX:1)
               ELSE
                   MOVE "-" TO WS-SLUG-DEST(WS-SLUG-IDX:1)
               END-IF
           END-PERFORM.

       ADD-TOC-ENTRY.
           MOVE WS-INLINE-IN(1:WS-INLINE-IN-LEN) TO WS-SLUG-SRC
           PERFORM MAKE-SLUG
           IF WS-TOC-COUNT < 50
               ADD 1 TO WS-TOC-COUNT
               SET WS-TOC-IDX TO WS-TOC-COUNT
               MOVE WS-TOC-NEW-LEVEL TO WS-TOC-LEVEL(WS-TOC-IDX)
               MOVE WS-INLINE-IN(1:WS-INLINE-IN-LEN)
                   TO WS-TOC-TEXT(WS-TOC-IDX)
               MOVE WS-SLUG-DEST(1:WS-INLINE-IN-LEN)
                   TO WS-TOC-ANCHOR(WS-TOC-IDX)
           END-IF.

       APPEND-RENDERED-TEXT.
           PERFORM RENDER-INLINE-MARKDOWN
           IF WS-INLINE-OUT-LEN > 1
               STRING WS-INLINE-OUT(1:WS-INLINE-OUT-LEN - 1)
                      DELIMITED SIZE
                   INTO WS-BODY-BUFFER
                   WITH POINTER WS-BODY-LENGTH
                       MOVE SPACES TO WS-HTMLESC-SRC
                       MOVE WS-INLINE-IN(WS-LINK-CLOSE-POS + 2:
                           WS-LINK-URL-LEN) TO WS-HTMLESC-SRC
                       IF FINGERPRINT-ASSETS
                           MOVE WS-HTMLESC-SRC TO WS-AREF-TEXT
                           PERFORM REWRITE-ASSET-REFS
                           IF AREF-CHANGED
                               MOVE WS-AREF-TEXT TO WS-HTMLESC-SRC
                           END-IF
                       END-IF
                       PERFORM ESCAPE-HTML-FIELD
                       IF WS-HTMLESC-PTR > 1
                           STRING
                                WS-IMG-SRC-LEN) TO WS-IMG-SRC-PATH
                   END-IF

      * A draft's images stay out of a live build the same way the
      * draft page itself does
                   MOVE 0 TO WS-IMG-COPY-FLAG
                   IF WS-IMG-SRC-LEN > 0
                           AND WS-IMG-SRC-PATH(1:7) NOT = "http://"
                           AND WS-IMG-SRC-PATH(1:8) NOT = "https://"
                       PERFORM CHECK-IMAGE-PATH-LOCAL
                       IF IMG-PATH-LOCAL
                               AND NOT (IS-DRAFT
                                   AND NOT BUILD-DRAFTS-MODE)
                           SET IMG-TO-COPY TO TRUE
                       END-IF
                   END-IF
                   MOVE 0 TO WS-IMG-HASHED-FLAG
                   MOVE 0 TO WS-IMG-REWRITE-FLAG
                   IF FINGERPRINT-ASSETS AND WS-IMG-SRC-LEN > 0
                       PERFORM FINGERPRINT-IMAGE-SOURCE
                   END-IF

      * The src URL is escaped like the alt text, so a quote in
      * an image target cannot break out of the attribute
                   STRING "<img src=" DELIMITED SIZE
                       MOVE SPACES TO WS-HTMLESC-SRC
                       MOVE WS-INLINE-IN(WS-IMG-CLOSE-POS + 2:
                           WS-IMG-SRC-LEN) TO WS-HTMLESC-SRC
                       IF IMG-SRC-REWRITTEN
                           MOVE WS-IMG-SRC-OUT TO WS-HTMLESC-SRC
                       END-IF
                       PERFORM ESCAPE-HTML-FIELD
                       IF WS-HTMLESC-PTR > 1
                           STRING
                       WITH POINTER WS-INLINE-OUT-LEN
                   END-STRING

                   IF IMG-TO-COPY
                       PERFORM COPY-INLINE-IMAGE
                   END-IF

                   MOVE WS-IMG-END-POS TO WS-INLINE-POS
                  INTO WS-IMG-COPY-SRC
           END-STRING
           MOVE SPACES TO WS-IMG-COPY-DST
           IF IMG-FINGERPRINTED
               STRING FUNCTION TRIM(WS-IMG-DST-DIR) DELIMITED SIZE
                      "/" DELIMITED SIZE
                      FUNCTION TRIM(WS-IMG-HASHED-PATH) DELIMITED SIZE
                      INTO WS-IMG-COPY-DST
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-IMG-DST-DIR) DELIMITED SIZE
                      "/" DELIMITED SIZE
                      FUNCTION TRIM(WS-IMG-SRC-PATH) DELIMITED SIZE
                      INTO WS-IMG-COPY-DST
               END-STRING
           END-IF

      * Create each intermediate directory of the destination's
      * relative part; the page's own output directory exists
           CALL "CBL_COPY_FILE" USING WS-IMG-COPY-SRC
                                      WS-IMG-COPY-DST.

      * With fingerprinting on, a copied image takes its hashed
      * name (and the page points at that name) and is noted among
      * the page's asset dependencies; any other target only has
      * its static/ references followed. A src the checkpoint could
      * not hold cleanly keeps its own name.
       FINGERPRINT-IMAGE-SOURCE.
           IF NOT IMG-TO-COPY
               MOVE SPACES TO WS-AREF-TEXT
               MOVE WS-INLINE-IN(WS-IMG-CLOSE-POS + 2:WS-IMG-SRC-LEN)
                   TO WS-AREF-TEXT
               PERFORM REWRITE-ASSET-REFS
               IF AREF-CHANGED
                   MOVE WS-AREF-TEXT TO WS-IMG-SRC-OUT
                   SET IMG-SRC-REWRITTEN TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-IMG-SRC-PATH) TO WS-ASSET-DEP-SRC
           IF WS-ASSET-DEP-SRC(1:2) = "./"
               MOVE WS-ASSET-DEP-SRC(3:) TO WS-ASSET-DEP-SRC
           END-IF
           MOVE 0 TO WS-AHN-I
           INSPECT WS-ASSET-DEP-SRC TALLYING WS-AHN-I
               FOR ALL ";" ALL "=" ALL "|" ALL "?" ALL "#"
           IF WS-AHN-I > 0 OR WS-ASSET-DEP-SRC = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM DERIVE-PAGE-ASSET-DIR
           PERFORM BUILD-ASSET-KEY
           IF WS-AST-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ASSET-HASH
           IF WS-AST-FOUND-HASH = SPACES
               MOVE "-" TO WS-ASSET-DEP-HASH
           ELSE
               MOVE WS-AST-FOUND-HASH TO WS-ASSET-DEP-HASH
               MOVE WS-ASSET-DEP-SRC TO WS-AHN-IN
               MOVE WS-AST-FOUND-HASH TO WS-AHN-HASH
               PERFORM DERIVE-HASHED-NAME
               MOVE WS-AHN-OUT TO WS-IMG-HASHED-PATH
               MOVE WS-AHN-OUT TO WS-IMG-SRC-OUT
               SET IMG-FINGERPRINTED TO TRUE
               SET IMG-SRC-REWRITTEN TO TRUE
               PERFORM REGISTER-IMAGE-ASSET
           END-IF
           PERFORM RECORD-ASSET-DEPENDENCY.

      * Content-relative directory of the page being built
       DERIVE-PAGE-ASSET-DIR.
           MOVE WS-SOURCE-REL-PATH TO WS-DIRNAME-SRC
           PERFORM STRIP-LAST-PATH-COMPONENT
           MOVE WS-DIRNAME-OUT TO WS-ASSET-PAGE-DIR.

      * WS-ASSET-DEP-SRC, relative to the page, as a path under the
      * content tree (the output tree mirrors it); spaces when it
      * does not fit
       BUILD-ASSET-KEY.
           MOVE SPACES TO WS-AST-KEY
           IF WS-ASSET-PAGE-DIR = SPACES
               IF WS-ASSET-DEP-SRC(201:) = SPACES
                   MOVE WS-ASSET-DEP-SRC TO WS-AST-KEY
               END-IF
           ELSE
               STRING FUNCTION TRIM(WS-ASSET-PAGE-DIR) DELIMITED SIZE
                      "/" DELIMITED SIZE
                      FUNCTION TRIM(WS-ASSET-DEP-SRC) DELIMITED SIZE
                      INTO WS-AST-KEY
                   ON OVERFLOW
                       MOVE SPACES TO WS-AST-KEY
               END-STRING
           END-IF.

       REGISTER-IMAGE-ASSET.
           MOVE WS-AST-KEY TO WS-AHN-IN
           MOVE WS-ASSET-DEP-HASH TO WS-AHN-HASH
           PERFORM DERIVE-HASHED-NAME
           PERFORM ADD-ASSET-MAP-ENTRY.

      * "src=hash;" onto the page's asset dependencies, the way
      * RECORD-DATA-DEPENDENCY notes data files
       RECORD-ASSET-DEPENDENCY.
           MOVE 1 TO WS-ASSET-DEP-PTR
           IF WS-PAGE-ASSET-DEPS NOT = SPACES
               COMPUTE WS-ASSET-DEP-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-PAGE-ASSET-DEPS TRAILING)) + 1
           END-IF
           STRING FUNCTION TRIM(WS-ASSET-DEP-SRC) DELIMITED SIZE
                  "=" DELIMITED SIZE
                  WS-ASSET-DEP-HASH DELIMITED SPACE
                  ";" DELIMITED SIZE
               INTO WS-PAGE-ASSET-DEPS
               WITH POINTER WS-ASSET-DEP-PTR
               ON OVERFLOW
                   MOVE "-=!;" TO WS-PAGE-ASSET-DEPS
           END-STRING.

      * An unchanged page still rebuilds when an image it carries
      * under a fingerprinted name has changed or gone, or one it
      * wanted has turned up since
       CHECK-ASSET-DEPS-STALE.
           MOVE 0 TO WS-ASSET-DEPS-STALE
           IF WS-CKPT-ASSETDEPS(WS-CKPT-FOUND-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM DERIVE-PAGE-ASSET-DIR
           MOVE 1 TO WS-ASSET-DEP-PTR
           PERFORM UNTIL WS-ASSET-DEP-PTR > 400 OR ASSET-DEPS-STALE
               MOVE SPACES TO WS-ASSET-DEP-ENTRY
               UNSTRING WS-CKPT-ASSETDEPS(WS-CKPT-FOUND-IDX)
                   DELIMITED BY ";"
                   INTO WS-ASSET-DEP-ENTRY
                   WITH POINTER WS-ASSET-DEP-PTR
               END-UNSTRING
               IF WS-ASSET-DEP-ENTRY NOT = SPACES
                   PERFORM CHECK-ONE-ASSET-DEP
               END-IF
           END-PERFORM.

       CHECK-ONE-ASSET-DEP.
           PERFORM SPLIT-ASSET-DEP-ENTRY
           IF WS-ASSET-DEP-HASH = "!"
               SET ASSET-DEPS-STALE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-ASSET-KEY
           PERFORM FIND-ASSET-HASH
           IF WS-AST-FOUND-HASH = SPACES
               MOVE "-" TO WS-AST-FOUND-HASH
           END-IF
           IF WS-AST-FOUND-HASH NOT = WS-ASSET-DEP-HASH
               SET ASSET-DEPS-STALE TO TRUE
           END-IF.

       SPLIT-ASSET-DEP-ENTRY.
           MOVE SPACES TO WS-ASSET-DEP-SRC
           MOVE SPACES TO WS-ASSET-DEP-HASH
           UNSTRING WS-ASSET-DEP-ENTRY DELIMITED BY "="
               INTO WS-ASSET-DEP-SRC WS-ASSET-DEP-HASH
           END-UNSTRING.

      * A page skipped as unchanged keeps its fingerprinted images
      * on disk, so they go into this run's map as they stand
       REGISTER-PAGE-ASSETS.
           IF NOT FINGERPRINT-ASSETS OR WS-PAGE-ASSET-DEPS = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM DERIVE-PAGE-ASSET-DIR
           MOVE 1 TO WS-ASSET-DEP-PTR
           PERFORM UNTIL WS-ASSET-DEP-PTR > 400
               MOVE SPACES TO WS-ASSET-DEP-ENTRY
               UNSTRING WS-PAGE-ASSET-DEPS DELIMITED BY ";"
                   INTO WS-ASSET-DEP-ENTRY
                   WITH POINTER WS-ASSET-DEP-PTR
               END-UNSTRING
               IF WS-ASSET-DEP-ENTRY NOT = SPACES
                   PERFORM SPLIT-ASSET-DEP-ENTRY
                   IF WS-ASSET-DEP-HASH NOT = "-"
                           AND WS-ASSET-DEP-HASH NOT = "!"
                       PERFORM BUILD-ASSET-KEY
                       IF WS-AST-KEY NOT = SPACES
                           PERFORM REGISTER-IMAGE-ASSET
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Strip the last "/"-delimited component from WS-DIRNAME-SRC,
      * leaving the containing directory in WS-DIRNAME-OUT
       STRIP-LAST-PATH-COMPONENT.
                   WITH POINTER WS-CKPT-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-TABLE-CELL) NOT = SPACES
                   PERFORM EMIT-TABLE-CELL
               END-IF
           END-PERFORM

               WITH POINTER WS-BODY-LENGTH
           END-STRING.

      * One cell of the row being written; row one is the header.
      * A blank cell still takes its place so columns stay aligned.
       EMIT-TABLE-CELL.
           MOVE SPACES TO WS-INLINE-IN
           MOVE 0 TO WS-INLINE-IN-LEN
           IF WS-TABLE-CELL NOT = SPACES
               MOVE FUNCTION TRIM(WS-TABLE-CELL) TO WS-INLINE-IN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INLINE-IN))
                   TO WS-INLINE-IN-LEN
           END-IF
           IF WS-TABLE-ROW-COUNT = 1
               STRING "<th>" DELIMITED SIZE
                   INTO WS-BODY-BUFFER
                   WITH POINTER WS-BODY-LENGTH
               END-STRING
               PERFORM APPEND-RENDERED-TEXT
               STRING "</th>" DELIMITED SIZE
                   INTO WS-BODY-BUFFER
                   WITH POINTER WS-BODY-LENGTH
               END-STRING
           ELSE
               STRING "<td>" DELIMITED SIZE
                   INTO WS-BODY-BUFFER
                   WITH POINTER WS-BODY-LENGTH
               END-STRING
               PERFORM APPEND-RENDERED-TEXT
               STRING "</td>" DELIMITED SIZE
                   INTO WS-BODY-BUFFER
                   WITH POINTER WS-BODY-LENGTH
               END-STRING
           END-IF.

       CHECK-TABLE-SEPARATOR.
           MOVE 1 TO WS-TABLE-IS-SEP
           PERFORM VARYING WS-TABLE-CHAR-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

      * A {{data: file, filter: col=value, sort: col}} line: load
      * the file from the data directory, keep the rows the filter
      * allows, put them in order and write them out as a table.
      * Anything wrong with the reference is reported instead and
      * the table is left out.
       RENDER-DATA-TABLE.
           MOVE 0 TO WS-DATA-REF-FLAG
           MOVE 0 TO WS-DATA-NOTE-FLAG
           PERFORM PARSE-DATA-PLACEHOLDER
           IF NOT DATA-REF-FAILED
               PERFORM LOAD-DATA-FILE
           END-IF
           IF NOT DATA-REF-FAILED
               PERFORM RESOLVE-DATA-COLUMNS
           END-IF
           PERFORM RECORD-DATA-DEPENDENCY
           IF DATA-REF-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM SELECT-DATA-ROWS
           PERFORM EMIT-DATA-TABLE.

      * The text between "{{data:" and "}}" is comma-separated: the
      * file name first, then any of filter: col=value and sort: col
      * (sort: col desc for largest or latest first)
       PARSE-DATA-PLACEHOLDER.
           MOVE SPACES TO WS-DATA-FILE-NAME
           MOVE SPACES TO WS-DATA-FILTER-COL
           MOVE SPACES TO WS-DATA-FILTER-VALUE
           MOVE SPACES TO WS-DATA-SORT-COL
           MOVE 0 TO WS-DATA-DESC-FLAG
           MOVE 0 TO WS-DATA-NAME-OK
           MOVE SPACES TO WS-DATA-SPEC
           COMPUTE WS-DATA-SPEC-LEN = WS-LINE-LENGTH - 9
           IF WS-DATA-SPEC-LEN > 0
               MOVE WS-LINE(8:WS-DATA-SPEC-LEN) TO WS-DATA-SPEC
           END-IF

           MOVE 1 TO WS-DATA-SPEC-PTR
           MOVE 0 TO WS-DATA-PART-NO
           PERFORM UNTIL WS-DATA-SPEC-PTR > WS-DATA-SPEC-LEN
                   OR DATA-REF-FAILED
               MOVE SPACES TO WS-DATA-SPEC-PART
               UNSTRING WS-DATA-SPEC(1:WS-DATA-SPEC-LEN)
                   DELIMITED BY ","
                   INTO WS-DATA-SPEC-PART
                   WITH POINTER WS-DATA-SPEC-PTR
               END-UNSTRING
               ADD 1 TO WS-DATA-PART-NO
               MOVE FUNCTION TRIM(WS-DATA-SPEC-PART)
                   TO WS-DATA-SPEC-PART
               PERFORM APPLY-DATA-SPEC-PART
           END-PERFORM
           IF DATA-REF-FAILED
               EXIT PARAGRAPH
           END-IF

           IF WS-DATA-FILE-NAME = SPACES
               MOVE "data table names no file" TO WS-DATA-ISSUE-MSG
               PERFORM ADD-DATA-ISSUE
               SET DATA-REF-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DATA-FILE-NAME
           IF NOT DATA-NAME-OK
               MOVE SPACES TO WS-DATA-ISSUE-MSG
               STRING "data file name not allowed: " DELIMITED SIZE
                      FUNCTION TRIM(WS-DATA-FILE-NAME) DELIMITED SIZE
                      INTO WS-DATA-ISSUE-MSG
               END-STRING
               PERFORM ADD-DATA-ISSUE
               SET DATA-REF-FAILED TO TRUE
           END-IF.

       APPLY-DATA-SPEC-PART.
           MOVE FUNCTION LOWER-CASE(WS-DATA-SPEC-PART(1:10))
               TO WS-DATA-SPEC-KEY
           EVALUATE TRUE
               WHEN WS-DATA-PART-NO = 1
                   MOVE WS-DATA-SPEC-PART TO WS-DATA-FILE-NAME
               WHEN WS-DATA-SPEC-KEY(1:7) = "filter:"
                   MOVE 8 TO WS-DATA-DEP-PTR
                   UNSTRING WS-DATA-SPEC-PART DELIMITED BY "="
                       INTO WS-DATA-FILTER-COL
                       WITH POINTER WS-DATA-DEP-PTR
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-DATA-FILTER-COL)
                       TO WS-DATA-FILTER-COL
                   IF WS-DATA-DEP-PTR <= 256
                       MOVE FUNCTION TRIM(
                           WS-DATA-SPEC-PART(WS-DATA-DEP-PTR:))
                           TO WS-DATA-FILTER-VALUE
                   END-IF
                   IF WS-DATA-FILTER-COL = SPACES
                           OR WS-DATA-SPEC-PART(WS-DATA-DEP-PTR - 1:1)
                               NOT = "="
                       MOVE SPACES TO WS-DATA-ISSUE-MSG
                       STRING "data filter needs column=value: "
                                  DELIMITED SIZE
                              FUNCTION TRIM(WS-DATA-SPEC-PART)
                                  DELIMITED SIZE
                              INTO WS-DATA-ISSUE-MSG
                       END-STRING
                       PERFORM ADD-DATA-ISSUE
                       SET DATA-REF-FAILED TO TRUE
                   END-IF
               WHEN WS-DATA-SPEC-KEY(1:5) = "sort:"
                   MOVE FUNCTION TRIM(WS-DATA-SPEC-PART(6:))
                       TO WS-DATA-SORT-COL
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DATA-SORT-COL))
                       TO WS-DATA-NAME-LEN
                   IF WS-DATA-NAME-LEN > 5
                           AND FUNCTION LOWER-CASE(WS-DATA-SORT-COL
                               (WS-DATA-NAME-LEN - 4:5)) = " desc"
                       SET DATA-SORT-DESC TO TRUE
                       MOVE SPACES
                           TO WS-DATA-SORT-COL(WS-DATA-NAME-LEN - 4:5)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-DATA-ISSUE-MSG
                   STRING "unrecognised data table option: "
                              DELIMITED SIZE
                          FUNCTION TRIM(WS-DATA-SPEC-PART)
                              DELIMITED SIZE
                          INTO WS-DATA-ISSUE-MSG
                   END-STRING
                   PERFORM ADD-DATA-ISSUE
                   SET DATA-REF-FAILED TO TRUE
           END-EVALUATE.

      * Data file names are relative to the data directory and kept
      * to letters, digits and . _ - / with no "..", so a name can
      * neither climb out of the directory nor upset the shell
       CHECK-DATA-FILE-NAME.
           MOVE 0 TO WS-DATA-NAME-OK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DATA-FILE-NAME))
               TO WS-DATA-NAME-LEN
           IF WS-DATA-FILE-NAME = SPACES
                   OR WS-DATA-FILE-NAME(1:1) = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DATA-NAME-TALLY
           INSPECT WS-DATA-FILE-NAME TALLYING WS-DATA-NAME-TALLY
               FOR ALL ".."
           IF WS-DATA-NAME-TALLY > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DATA-CHAR-IDX FROM 1 BY 1
               UNTIL WS-DATA-CHAR-IDX > WS-DATA-NAME-LEN
               MOVE WS-DATA-FILE-NAME(WS-DATA-CHAR-IDX:1)
                   TO WS-DATA-CHAR
               IF (WS-DATA-CHAR < "a" OR WS-DATA-CHAR > "z")
                       AND (WS-DATA-CHAR < "A" OR WS-DATA-CHAR > "Z")
                       AND (WS-DATA-CHAR < "0" OR WS-DATA-CHAR > "9")
                       AND WS-DATA-CHAR NOT = "."
                       AND WS-DATA-CHAR NOT = "_"
                       AND WS-DATA-CHAR NOT = "-"
                       AND WS-DATA-CHAR NOT = "/"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           SET DATA-NAME-OK TO TRUE.

      * A name ending .csv is read as comma-separated, anything else
      * as "|"-separated; the first non-blank line is the header
       LOAD-DATA-FILE.
           MOVE SPACES TO WS-DATA-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  FUNCTION TRIM(WS-DATA-FILE-NAME) DELIMITED SIZE
                  INTO WS-DATA-PATH
           END-STRING
           MOVE "|" TO WS-DATA-DELIM
           IF WS-DATA-NAME-LEN > 4
                   AND FUNCTION LOWER-CASE(WS-DATA-FILE-NAME
                       (WS-DATA-NAME-LEN - 3:4)) = ".csv"
               MOVE "," TO WS-DATA-DELIM
           END-IF
           MOVE 0 TO WS-DATA-COL-COUNT
           MOVE 0 TO WS-DATA-ROW-COUNT
           MOVE 0 TO WS-DATA-ROWS-DROPPED
           MOVE 0 TO WS-DATA-WIDE-FLAG
           MOVE 0 TO WS-DATA-LONG-FLAG

           OPEN INPUT DATA-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-DATA-ISSUE-MSG
               STRING "data file not found: " DELIMITED SIZE
                      FUNCTION TRIM(WS-DATA-PATH) DELIMITED SIZE
                      INTO WS-DATA-ISSUE-MSG
               END-STRING
               PERFORM ADD-DATA-ISSUE
               SET DATA-REF-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DATA-EOF
           PERFORM UNTIL DATA-DONE
               READ DATA-FILE INTO WS-DATA-LINE
                   AT END
                       SET DATA-DONE TO TRUE
                   NOT AT END
                       PERFORM TAKE-DATA-LINE
               END-READ
           END-PERFORM
           CLOSE DATA-FILE

           IF WS-DATA-COL-COUNT = 0
               MOVE SPACES TO WS-DATA-ISSUE-MSG
               STRING "data file has no header row: " DELIMITED SIZE
                      FUNCTION TRIM(WS-DATA-PATH) DELIMITED SIZE
                      INTO WS-DATA-ISSUE-MSG
               END-STRING
               PERFORM ADD-DATA-ISSUE
               SET DATA-REF-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-ROWS-DROPPED > 0
               MOVE SPACES TO WS-DATA-ISSUE-MSG
               STRING FUNCTION TRIM(WS-DATA-PATH) DELIMITED SIZE
                      " has more than 500 rows; " DELIMITED SIZE
                      WS-DATA-ROWS-DROPPED DELIMITED SIZE
                      " not shown" DELIMITED SIZE
                      INTO WS-DATA-ISSUE-MSG
               END-STRING
               PERFORM ADD-DATA-ISSUE
           END-IF
           IF DATA-TOO-WIDE
               MOVE SPACES TO WS-DATA-ISSUE-MSG
               STRING FUNCTION TRIM(WS-DATA-PATH) DELIMITED SIZE
                      " has more than 20 columns; the rest are not"
                          DELIMITED SIZE
                      " shown" DELIMITED SIZE
                      INTO WS-DATA-ISSUE-MSG
               END-STRING
               PERFORM ADD-DATA-ISSUE
           END-IF
           IF DATA-CELL-TOO-LONG
               MOVE SPACES TO WS-DATA-ISSUE-MSG
               STRING FUNCTION TRIM(WS-DATA-PATH) DELIMITED SIZE
                      " has cells over 128 characters or lines over"
                          DELIMITED SIZE
                      " 2048; the excess is not shown" DELIMITED SIZE
                      INTO WS-DATA-ISSUE-MSG
               END-STRING
               PERFORM ADD-DATA-ISSUE
           END-IF.

      * Blank lines are skipped, as is a markdown-style |---|---|
      * rule in a pipe file; a byte-order mark is dropped
       TAKE-DATA-LINE.
           IF WS-DATA-LINE(2048:1) NOT = SPACE
               SET DATA-CELL-TOO-LONG TO TRUE
           END-IF
           INSPECT WS-DATA-LINE REPLACING ALL X"0D" BY SPACE
           IF WS-DATA-COL-COUNT = 0
                   AND WS-DATA-LINE(1:3) = X"EFBBBF"
               MOVE SPACES TO WS-DATA-LINE(1:3)
           END-IF
           IF WS-DATA-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-DELIM = "|"
               MOVE 1 TO WS-TABLE-IS-SEP
               PERFORM VARYING WS-DATA-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-DATA-CHAR-IDX > 2048
                       OR NOT TABLE-ROW-IS-SEP
                   IF WS-DATA-LINE(WS-DATA-CHAR-IDX:1) NOT = "|"
                       AND WS-DATA-LINE(WS-DATA-CHAR-IDX:1) NOT = "-"
                       AND WS-DATA-LINE(WS-DATA-CHAR-IDX:1) NOT = ":"
                       AND WS-DATA-LINE(WS-DATA-CHAR-IDX:1) NOT = SPACE
                       MOVE 0 TO WS-TABLE-IS-SEP
                   END-IF
               END-PERFORM
               IF TABLE-ROW-IS-SEP
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM SPLIT-DATA-LINE
           IF WS-DATA-COL-COUNT = 0
               MOVE WS-DATA-FLD-COUNT TO WS-DATA-COL-COUNT
               MOVE WS-DATA-FIELDS TO WS-DATA-HEADER
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-ROW-COUNT >= 500
               ADD 1 TO WS-DATA-ROWS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DATA-ROW-COUNT
           MOVE WS-DATA-FIELDS TO WS-DATA-ROW(WS-DATA-ROW-COUNT).

      * Break WS-DATA-LINE into WS-DATA-FLD cells. In a .csv file a
      * cell that opens with a double quote runs to the closing one,
      * commas included, and "" inside it stands for one quote.
       SPLIT-DATA-LINE.
           MOVE SPACES TO WS-DATA-FIELDS
           MOVE 0 TO WS-DATA-FLD-COUNT
           MOVE SPACES TO WS-DATA-FLD-BUF
           MOVE 0 TO WS-DATA-FLD-LEN
           MOVE 0 TO WS-DATA-QUOTE-FLAG
           MOVE FUNCTION TRIM(WS-DATA-LINE) TO WS-DATA-LINE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DATA-LINE))
               TO WS-DATA-LINE-LEN
           IF WS-DATA-DELIM = "|"
               IF WS-DATA-LINE(1:1) = "|"
                   MOVE SPACE TO WS-DATA-LINE(1:1)
               END-IF
               IF WS-DATA-LINE-LEN > 1
                       AND WS-DATA-LINE(WS-DATA-LINE-LEN:1) = "|"
                   MOVE SPACE TO WS-DATA-LINE(WS-DATA-LINE-LEN:1)
               END-IF
           END-IF

           PERFORM VARYING WS-DATA-CHAR-IDX FROM 1 BY 1
               UNTIL WS-DATA-CHAR-IDX > WS-DATA-LINE-LEN
               MOVE WS-DATA-LINE(WS-DATA-CHAR-IDX:1) TO WS-DATA-CHAR
               EVALUATE TRUE
                   WHEN DATA-IN-QUOTES AND WS-DATA-CHAR = QUOTE
                       IF WS-DATA-CHAR-IDX < WS-DATA-LINE-LEN
                               AND WS-DATA-LINE(WS-DATA-CHAR-IDX + 1:1)
                                   = QUOTE
                           PERFORM ADD-DATA-FIELD-CHAR
                           ADD 1 TO WS-DATA-CHAR-IDX
                       ELSE
                           MOVE 0 TO WS-DATA-QUOTE-FLAG
                       END-IF
                   WHEN DATA-IN-QUOTES
                       PERFORM ADD-DATA-FIELD-CHAR
                   WHEN WS-DATA-CHAR = WS-DATA-DELIM
                       PERFORM END-DATA-FIELD
                   WHEN WS-DATA-CHAR = QUOTE AND WS-DATA-DELIM = ","
                           AND WS-DATA-FLD-BUF = SPACES
                       SET DATA-IN-QUOTES TO TRUE
                       MOVE 0 TO WS-DATA-FLD-LEN
                   WHEN OTHER
                       PERFORM ADD-DATA-FIELD-CHAR
               END-EVALUATE
           END-PERFORM
           PERFORM END-DATA-FIELD.

      * Cells are trimmed, so padding before the text does not use
      * up the 128 bytes, and only text past them is reported lost
       ADD-DATA-FIELD-CHAR.
           IF WS-DATA-FLD-LEN = 0 AND WS-DATA-CHAR = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-FLD-LEN < 128
               ADD 1 TO WS-DATA-FLD-LEN
               MOVE WS-DATA-CHAR TO WS-DATA-FLD-BUF(WS-DATA-FLD-LEN:1)
           ELSE
               IF WS-DATA-CHAR NOT = SPACE
                   SET DATA-CELL-TOO-LONG TO TRUE
               END-IF
           END-IF.

       END-DATA-FIELD.
           IF WS-DATA-FLD-COUNT < 20
               ADD 1 TO WS-DATA-FLD-COUNT
               MOVE FUNCTION TRIM(WS-DATA-FLD-BUF)
                   TO WS-DATA-FLD(WS-DATA-FLD-COUNT)
           ELSE
               SET DATA-TOO-WIDE TO TRUE
           END-IF
           MOVE SPACES TO WS-DATA-FLD-BUF
           MOVE 0 TO WS-DATA-FLD-LEN.

      * Filter and sort columns are named as in the header row,
      * without regard to case
       RESOLVE-DATA-COLUMNS.
           MOVE 0 TO WS-DATA-FILTER-IDX
           MOVE 0 TO WS-DATA-SORT-IDX
           IF WS-DATA-FILTER-COL NOT = SPACES
               MOVE WS-DATA-FILTER-COL TO WS-DATA-WANT-COL
               PERFORM FIND-DATA-COLUMN
               MOVE WS-DATA-FOUND-COL TO WS-DATA-FILTER-IDX
           END-IF
           IF WS-DATA-SORT-COL NOT = SPACES
               MOVE WS-DATA-SORT-COL TO WS-DATA-WANT-COL
               PERFORM FIND-DATA-COLUMN
               MOVE WS-DATA-FOUND-COL TO WS-DATA-SORT-IDX
           END-IF.

       FIND-DATA-COLUMN.
           MOVE 0 TO WS-DATA-FOUND-COL
           PERFORM VARYING WS-DATA-COL-IDX FROM 1 BY 1
               UNTIL WS-DATA-COL-IDX > WS-DATA-COL-COUNT
                   OR WS-DATA-FOUND-COL > 0
               IF FUNCTION LOWER-CASE(
                       FUNCTION TRIM(WS-DATA-HDR(WS-DATA-COL-IDX)))
                   = FUNCTION LOWER-CASE(
                       FUNCTION TRIM(WS-DATA-WANT-COL))
                   MOVE WS-DATA-COL-IDX TO WS-DATA-FOUND-COL
               END-IF
           END-PERFORM
           IF WS-DATA-FOUND-COL = 0
               MOVE SPACES TO WS-DATA-ISSUE-MSG
               STRING "no column " DELIMITED SIZE
                      QUOTE DELIMITED SIZE
                      FUNCTION TRIM(WS-DATA-WANT-COL) DELIMITED SIZE
                      QUOTE DELIMITED SIZE
                      " in " DELIMITED SIZE
                      FUNCTION TRIM(WS-DATA-PATH) DELIMITED SIZE
                      INTO WS-DATA-ISSUE-MSG
               END-STRING
               PERFORM ADD-DATA-ISSUE
               SET DATA-REF-FAILED TO TRUE
           END-IF.

      * WS-DATA-ORDER lists the rows to show, in the order to show
      * them. The filter value matches without regard to case. The
      * sort is numeric when every filled cell in the column is a
      * number, alphabetical otherwise; blank cells go last and rows
      * that tie keep their order in the file.
       SELECT-DATA-ROWS.
           MOVE 0 TO WS-DATA-SEL-COUNT
           PERFORM VARYING WS-DATA-ROW-IDX FROM 1 BY 1
               UNTIL WS-DATA-ROW-IDX > WS-DATA-ROW-COUNT
               IF WS-DATA-FILTER-IDX = 0
                   OR FUNCTION LOWER-CASE(FUNCTION TRIM(WS-DATA-CELL
                       (WS-DATA-ROW-IDX, WS-DATA-FILTER-IDX)))
                   = FUNCTION LOWER-CASE(
                       FUNCTION TRIM(WS-DATA-FILTER-VALUE))
                   ADD 1 TO WS-DATA-SEL-COUNT
                   MOVE WS-DATA-ROW-IDX
                       TO WS-DATA-ORDER(WS-DATA-SEL-COUNT)
               END-IF
           END-PERFORM
           IF WS-DATA-SORT-IDX = 0 OR WS-DATA-SEL-COUNT < 2
               EXIT PARAGRAPH
           END-IF

           SET DATA-SORT-NUMERIC TO TRUE
           PERFORM VARYING WS-DATA-SORT-I FROM 1 BY 1
               UNTIL WS-DATA-SORT-I > WS-DATA-SEL-COUNT
               MOVE WS-DATA-CELL(WS-DATA-ORDER(WS-DATA-SORT-I),
                   WS-DATA-SORT-IDX) TO WS-DATA-CMP-A
               IF WS-DATA-CMP-A NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DATA-CMP-A))
                           NOT = 0
                       MOVE 0 TO WS-DATA-NUMERIC-FLAG
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DATA-SORT-I FROM 2 BY 1
               UNTIL WS-DATA-SORT-I > WS-DATA-SEL-COUNT
               MOVE WS-DATA-ORDER(WS-DATA-SORT-I) TO WS-DATA-HOLD
               MOVE 0 TO WS-DATA-PLACED-FLAG
               COMPUTE WS-DATA-SORT-J = WS-DATA-SORT-I - 1
               PERFORM UNTIL WS-DATA-SORT-J = 0 OR DATA-ROW-PLACED
                   MOVE WS-DATA-ORDER(WS-DATA-SORT-J)
                       TO WS-DATA-CMP-ROW
                   PERFORM COMPARE-DATA-ROWS
                   IF DATA-A-AFTER-B
                       MOVE WS-DATA-ORDER(WS-DATA-SORT-J)
                           TO WS-DATA-ORDER(WS-DATA-SORT-J + 1)
                       SUBTRACT 1 FROM WS-DATA-SORT-J
                   ELSE
                       SET DATA-ROW-PLACED TO TRUE
                   END-IF
               END-PERFORM
               MOVE WS-DATA-HOLD TO WS-DATA-ORDER(WS-DATA-SORT-J + 1)
           END-PERFORM.

      * Sets DATA-A-AFTER-B when row WS-DATA-CMP-ROW belongs after
      * row WS-DATA-HOLD on the sort column
       COMPARE-DATA-ROWS.
           MOVE 0 TO WS-DATA-AFTER-FLAG
           MOVE WS-DATA-CELL(WS-DATA-CMP-ROW, WS-DATA-SORT-IDX)
               TO WS-DATA-CMP-A
           MOVE WS-DATA-CELL(WS-DATA-HOLD, WS-DATA-SORT-IDX)
               TO WS-DATA-CMP-B
           IF WS-DATA-CMP-B = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-CMP-A = SPACES
               SET DATA-A-AFTER-B TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF DATA-SORT-NUMERIC
               COMPUTE WS-DATA-NUM-A =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-DATA-CMP-A))
               COMPUTE WS-DATA-NUM-B =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-DATA-CMP-B))
           ELSE
               MOVE FUNCTION LOWER-CASE(WS-DATA-CMP-A)
                   TO WS-DATA-CMP-A
               MOVE FUNCTION LOWER-CASE(WS-DATA-CMP-B)
                   TO WS-DATA-CMP-B
           END-IF
           EVALUATE TRUE
               WHEN DATA-SORT-NUMERIC AND NOT DATA-SORT-DESC
                   IF WS-DATA-NUM-A > WS-DATA-NUM-B
                       SET DATA-A-AFTER-B TO TRUE
                   END-IF
               WHEN DATA-SORT-NUMERIC
                   IF WS-DATA-NUM-A < WS-DATA-NUM-B
                       SET DATA-A-AFTER-B TO TRUE
                   END-IF
               WHEN NOT DATA-SORT-DESC
                   IF WS-DATA-CMP-A > WS-DATA-CMP-B
                       SET DATA-A-AFTER-B TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-DATA-CMP-A < WS-DATA-CMP-B
                       SET DATA-A-AFTER-B TO TRUE
                   END-IF
           END-EVALUATE.

      * The header and the chosen rows go out cell by cell through
      * EMIT-TABLE-CELL, exactly as a pipe table's would; a body
      * that fills up stops taking cells as PARSE-MARKDOWN-LINE
      * stops taking lines
       EMIT-DATA-TABLE.
           STRING "<table>" DELIMITED SIZE
                  X"0A" DELIMITED SIZE
               INTO WS-BODY-BUFFER
               WITH POINTER WS-BODY-LENGTH
           END-STRING
           MOVE 1 TO WS-TABLE-ROW-COUNT
           STRING "<tr>" DELIMITED SIZE
               INTO WS-BODY-BUFFER
               WITH POINTER WS-BODY-LENGTH
           END-STRING
           PERFORM VARYING WS-DATA-COL-IDX FROM 1 BY 1
               UNTIL WS-DATA-COL-IDX > WS-DATA-COL-COUNT
               MOVE WS-DATA-HDR(WS-DATA-COL-IDX) TO WS-TABLE-CELL
               PERFORM EMIT-TABLE-CELL
           END-PERFORM
           STRING "</tr>" DELIMITED SIZE
                  X"0A" DELIMITED SIZE
               INTO WS-BODY-BUFFER
               WITH POINTER WS-BODY-LENGTH
           END-STRING

           MOVE 2 TO WS-TABLE-ROW-COUNT
           PERFORM VARYING WS-DATA-SORT-I FROM 1 BY 1
               UNTIL WS-DATA-SORT-I > WS-DATA-SEL-COUNT
                   OR BODY-TRUNCATED
               MOVE WS-DATA-ORDER(WS-DATA-SORT-I) TO WS-DATA-ROW-IDX
               STRING "<tr>" DELIMITED SIZE
                   INTO WS-BODY-BUFFER
                   WITH POINTER WS-BODY-LENGTH
               END-STRING
               PERFORM VARYING WS-DATA-COL-IDX FROM 1 BY 1
                   UNTIL WS-DATA-COL-IDX > WS-DATA-COL-COUNT
                       OR BODY-TRUNCATED
                   IF WS-BODY-LENGTH > WS-BODY-LIMIT
                       PERFORM NOTE-BODY-TRUNCATED
                   ELSE
                       MOVE WS-DATA-CELL(WS-DATA-ROW-IDX,
                           WS-DATA-COL-IDX) TO WS-TABLE-CELL
                       PERFORM EMIT-TABLE-CELL
                   END-IF
               END-PERFORM
               STRING "</tr>" DELIMITED SIZE
                      X"0A" DELIMITED SIZE
                   INTO WS-BODY-BUFFER
                   WITH POINTER WS-BODY-LENGTH
               END-STRING
           END-PERFORM
           STRING "</table>" DELIMITED SIZE
                  X"0A" DELIMITED SIZE
               INTO WS-BODY-BUFFER
               WITH POINTER WS-BODY-LENGTH
           END-STRING
           MOVE 0 TO WS-TABLE-ROW-COUNT.

      * Note the file (and its mtime) among the page's data files;
      * a reference that failed or drew a warning gets "!" instead
      * of an mtime, so the page is rebuilt and re-checked next run
       RECORD-DATA-DEPENDENCY.
           MOVE "!" TO WS-DATA-MTIME
           IF NOT DATA-REF-FAILED AND NOT DATA-ISSUE-NOTED
               PERFORM GET-DATA-FILE-MTIME
           END-IF
           MOVE "-" TO WS-DATA-DEP-ENTRY
           IF DATA-NAME-OK
               MOVE WS-DATA-FILE-NAME TO WS-DATA-DEP-ENTRY
           END-IF
           MOVE 1 TO WS-DATA-DEP-PTR
           IF WS-PAGE-DATA-DEPS NOT = SPACES
               COMPUTE WS-DATA-DEP-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-PAGE-DATA-DEPS TRAILING)) + 1
           END-IF
           STRING WS-DATA-DEP-ENTRY DELIMITED SPACE
                  "=" DELIMITED SIZE
                  WS-DATA-MTIME DELIMITED SPACE
                  ";" DELIMITED SIZE
               INTO WS-PAGE-DATA-DEPS
               WITH POINTER WS-DATA-DEP-PTR
               ON OVERFLOW
                   MOVE "-=!;" TO WS-PAGE-DATA-DEPS
           END-STRING.

      * A data file's mtime is looked up once per run, however many
      * pages read it; "!" stands for a file that is not there
       GET-DATA-FILE-MTIME.
           MOVE SPACES TO WS-DATA-MTIME
           PERFORM VARYING WS-DMT-IDX FROM 1 BY 1
               UNTIL WS-DMT-IDX > WS-DMT-COUNT
               IF WS-DMT-NAME(WS-DMT-IDX) = WS-DATA-FILE-NAME
                   MOVE WS-DMT-MTIME(WS-DMT-IDX) TO WS-DATA-MTIME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-TEMP
           STRING "stat -c %Y " DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-DATA-FILE-NAME DELIMITED SPACE
                  QUOTE " > " DELIMITED SIZE
                  WS-MTIME-PATH DELIMITED SPACE
                  " 2>/dev/null" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           OPEN INPUT MTIME-FILE
           IF WS-FILE-STATUS = "00"
               READ MTIME-FILE INTO WS-DATA-MTIME
                   AT END
                       MOVE SPACES TO WS-DATA-MTIME
               END-READ
               CLOSE MTIME-FILE
           END-IF
           IF WS-DATA-MTIME = SPACES
               MOVE "!" TO WS-DATA-MTIME
           END-IF
           IF WS-DMT-COUNT < 100
               ADD 1 TO WS-DMT-COUNT
               SET WS-DMT-IDX TO WS-DMT-COUNT
               MOVE WS-DATA-FILE-NAME TO WS-DMT-NAME(WS-DMT-IDX)
               MOVE WS-DATA-MTIME TO WS-DMT-MTIME(WS-DMT-IDX)
           END-IF.

      * Shown as it happens and kept for the build report, which
      * counts each one as an issue
       ADD-DATA-ISSUE.
           SET DATA-ISSUE-NOTED TO TRUE
           DISPLAY "  Warning: " FUNCTION TRIM(WS-CONTENT-PATH)
                   ": " FUNCTION TRIM(WS-DATA-ISSUE-MSG)
           ADD 1 TO WS-DATA-ISSUE-COUNT
           IF WS-DATA-ISSUE-COUNT <= 200
               MOVE SPACES TO WS-DATA-ISSUE(WS-DATA-ISSUE-COUNT)
               STRING "ISSUE: " DELIMITED SIZE
                      FUNCTION TRIM(WS-CONTENT-PATH) DELIMITED SIZE
                      ": " DELIMITED SIZE
                      FUNCTION TRIM(WS-DATA-ISSUE-MSG) DELIMITED SIZE
                      INTO WS-DATA-ISSUE(WS-DATA-ISSUE-COUNT)
               END-STRING
           END-IF.

      * Build a "../"-per-directory-level prefix from WS-OUTPUT-REL-PATH
      * so a page nested under the content tree can still link back to
      * site-index.html / tags/<tag>.html at the output root.
       COMPUTE-ROOT-PREFIX.
           MOVE SPACES TO WS-ROOT-PREFIX
           MOVE 1 TO WS-I
           PERFORM VARYING WS-TABLE-CHAR-IDX FROM 1 BY 1
               UNTIL WS-TABLE-CHAR-IDX >
                   FUNCTION LENGTH(FUNCTION TRIM(WS-OUTPUT-REL-PATH))
               IF WS-OUTPUT-REL-PATH(WS-TABLE-CHAR-IDX:1) = "/"
                   STRING "../" DELIMITED SIZE
                       INTO WS-ROOT-PREFIX
                       WITH POINTER WS-I
                   END-STRING
               END-IF
           END-PERFORM.

       GENERATE-HTML-PAGE.
           MOVE 0 TO WS-PAGE-WRITE-STATUS
           PERFORM COMPUTE-ROOT-PREFIX
           MOVE WS-PAGE-LANG TO WS-LANG-CODE-IN
           PERFORM DERIVE-LANG-SUFFIX
           OPEN OUTPUT OUTPUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Error creating " WS-OUTPUT-PATH
               SET PAGE-WRITE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-LISTING-KIND
           IF WS-PAGE-TPL-COUNT > 0
               PERFORM RENDER-PAGE-TEMPLATE
           ELSE
               PERFORM WRITE-BUILTIN-PAGE-SKELETON
           END-IF

           CLOSE OUTPUT-FILE
           DISPLAY "  Written: " WS-OUTPUT-PATH.

      * The compiled-in page skeleton, kept as the fallback for a
       WRITE-BUILTIN-PAGE-SKELETON.
           MOVE "<!DOCTYPE html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-PAGE-LANG TO WS-LANG-CODE-IN
           PERFORM WRITE-HTML-OPEN-TAG
           MOVE "<head>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<meta charset='UTF-8'>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM WRITE-META-DESCRIPTION
           PERFORM WRITE-HREFLANG-BLOCK

           MOVE WS-PAGE-TITLE TO WS-HTMLESC-SRC
           PERFORM ESCAPE-HTML-FIELD
           WRITE OUTPUT-RECORD
           MOVE "pre{background:#f0f0f0;padding:1rem;}" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE ".hl-keyword{color:#00468c;font-weight:bold;}"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE ".hl-comment{color:#6a737d;font-style:italic;}"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE ".hl-string{color:#0a6b1f;}" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE ".hl-number{color:#a04000;}" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</style>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</head>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<body>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM WRITE-LANG-SWITCH-BLOCK
           MOVE "<article>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           STRING "<p><a href=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  FUNCTION TRIM(WS-ROOT-PREFIX) DELIMITED "  "
                  "site-index" DELIMITED SIZE
                  WS-LANG-SUFFIX DELIMITED SPACE
                  ".html" DELIMITED SIZE
                  QUOTE ">All pages</a></p>" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           MOVE "</html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * The opening html tag, in the language in WS-LANG-CODE-IN
       WRITE-HTML-OPEN-TAG.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<html lang='" DELIMITED SIZE
                  WS-LANG-CODE-IN DELIMITED SPACE
                  "'>" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD.

      * The page summary, echoed into the head for search engines
      * and link previews
       WRITE-META-DESCRIPTION.
               WHEN "META-DESCRIPTION"
                   SET TPL-TOKEN-WAS-BLOCK TO TRUE
                   PERFORM WRITE-META-DESCRIPTION
               WHEN "LANG"
                   IF WS-LISTING-KIND = SPACE
                       MOVE WS-PAGE-LANG TO WS-LANG-CODE-IN
                   ELSE
                       MOVE WS-LISTING-LANG TO WS-LANG-CODE-IN
                       IF WS-LANG-CODE-IN = SPACES
                           MOVE WS-SITE-LANG TO WS-LANG-CODE-IN
                       END-IF
                   END-IF
                   STRING FUNCTION TRIM(WS-LANG-CODE-IN)
                              DELIMITED SIZE
                       INTO WS-TPL-OUT
                       WITH POINTER WS-TPL-OUT-PTR
                   END-STRING
               WHEN "INDEX-PAGE"
                   STRING "site-index" DELIMITED SIZE
                          WS-LANG-SUFFIX DELIMITED SPACE
                          ".html" DELIMITED SIZE
                       INTO WS-TPL-OUT
                       WITH POINTER WS-TPL-OUT-PTR
                   END-STRING
               WHEN "HREFLANG"
                   SET TPL-TOKEN-WAS-BLOCK TO TRUE
                   PERFORM WRITE-HREFLANG-BLOCK
               WHEN "LANG-SWITCH"
                   SET TPL-TOKEN-WAS-BLOCK TO TRUE
                   PERFORM WRITE-LANG-SWITCH-BLOCK
               WHEN "ENTRIES"
                   SET TPL-TOKEN-WAS-BLOCK TO TRUE
                   EVALUATE WS-LISTING-KIND
                           PERFORM WRITE-AUTHOR-ENTRIES
                       WHEN "S"
                           PERFORM WRITE-SECTION-ENTRIES
                       WHEN "Y"
                       WHEN "M"
                       WHEN "D"
                           PERFORM WRITE-ARCHIVE-ENTRIES
                   END-EVALUATE
               WHEN "PAGER"
                   SET TPL-TOKEN-WAS-BLOCK TO TRUE
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "<!DOCTYPE html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-SITE-LANG TO WS-LANG-CODE-IN
           PERFORM WRITE-HTML-OPEN-TAG
           MOVE "<head>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<meta charset='UTF-8'>" TO OUTPUT-RECORD
               UNTIL WS-SER-IDX > WS-SERIES-COUNT
               IF FUNCTION TRIM(WS-SER-SERIES(WS-SER-IDX))
                       = FUNCTION TRIM(WS-PAGE-SERIES)
                       AND WS-SER-LANG(WS-SER-IDX) = WS-PAGE-LANG
                   IF WS-PAGE-PART > 0
                       IF WS-SER-PART(WS-SER-IDX) = WS-SER-PREV-PART
                           SET WS-SER-PREV-IDX TO WS-SER-IDX
      * the checkpoint entry
       COMPUTE-PAGE-RELATED.
           MOVE WS-PAGE-TAGS TO WS-REL-QUERY-TAGS
           MOVE WS-PAGE-LANG TO WS-REL-QUERY-LANG
           MOVE WS-OUTPUT-REL-PATH TO WS-REL-SELF-REL
           PERFORM FIND-RELATED-PAGES
           PERFORM SERIALIZE-RELATED
           MOVE WS-REL-SERIAL TO WS-PAGE-RELATED.

      * Top four candidates by shared-tag count, newest first on a
      * tie, never the page itself and never a page in another
      * language
       FIND-RELATED-PAGES.
           MOVE 0 TO WS-REL-COUNT
           INITIALIZE WS-REL-RESULT
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CAND-OUT-REL(WS-CAND-IDX) NOT = WS-REL-SELF-REL
                       AND WS-CAND-TAGS(WS-CAND-IDX) NOT = SPACES
                       AND WS-CAND-LANG(WS-CAND-IDX)
                           = WS-REL-QUERY-LANG
                   MOVE WS-CAND-TAGS(WS-CAND-IDX) TO WS-OVL-B
                   PERFORM SCORE-TAG-OVERLAP
                   IF WS-OVL-SCORE > 0
       CHECK-RELATED-STALE.
           MOVE 0 TO WS-RELATED-STALE
           MOVE WS-CKPT-TAGS(WS-CKPT-FOUND-IDX) TO WS-REL-QUERY-TAGS
           MOVE WS-CKPT-LANG(WS-CKPT-FOUND-IDX) TO WS-REL-QUERY-LANG
           MOVE WS-OUTPUT-REL-PATH TO WS-REL-SELF-REL
           PERFORM FIND-RELATED-PAGES
           PERFORM SERIALIZE-RELATED
               SET RELATED-STALE TO TRUE
           END-IF.

      * Settle the language versions this page links to, in the
      * form the checkpoint keeps
       COMPUTE-PAGE-ALTERNATES.
           MOVE WS-TRANS-KEY TO WS-ALT-QUERY-KEY
           PERFORM FIND-PAGE-ALTERNATES
           PERFORM SERIALIZE-ALTERNATES
           MOVE WS-ALT-SERIAL TO WS-PAGE-ALTERNATES.

      * Every candidate sharing the translation key, the page
      * itself included, the first one found for each language. A
      * page with no other version publishing this run has nothing
      * to switch to.
       FIND-PAGE-ALTERNATES.
           MOVE 0 TO WS-ALT-COUNT
           INITIALIZE WS-ALT-TABLE
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CAND-KEY(WS-CAND-IDX) = WS-ALT-QUERY-KEY
                   PERFORM ADD-PAGE-ALTERNATE
               END-IF
           END-PERFORM
           IF WS-ALT-COUNT < 2
               MOVE 0 TO WS-ALT-COUNT
           END-IF.

       ADD-PAGE-ALTERNATE.
           MOVE 0 TO WS-ALT-DUP
           PERFORM VARYING WS-ALT-J FROM 1 BY 1
               UNTIL WS-ALT-J > WS-ALT-COUNT
               IF WS-ALT-LANG(WS-ALT-J) = WS-CAND-LANG(WS-CAND-IDX)
                   MOVE 1 TO WS-ALT-DUP
               END-IF
           END-PERFORM
           IF WS-ALT-DUP = 0 AND WS-ALT-COUNT < 20
               ADD 1 TO WS-ALT-COUNT
               MOVE WS-CAND-LANG(WS-CAND-IDX)
                   TO WS-ALT-LANG(WS-ALT-COUNT)
               MOVE WS-CAND-OUT-REL(WS-CAND-IDX)
                   TO WS-ALT-OUT-REL(WS-ALT-COUNT)
           END-IF.

       SERIALIZE-ALTERNATES.
           MOVE SPACES TO WS-ALT-SERIAL
           MOVE 1 TO WS-ALT-SER-PTR
           PERFORM VARYING WS-ALT-J FROM 1 BY 1
               UNTIL WS-ALT-J > WS-ALT-COUNT
               STRING FUNCTION TRIM(WS-ALT-LANG(WS-ALT-J))
                          DELIMITED SIZE
                      "=" DELIMITED SIZE
                      FUNCTION TRIM(WS-ALT-OUT-REL(WS-ALT-J))
                          DELIMITED SIZE
                      ";" DELIMITED SIZE
                   INTO WS-ALT-SERIAL
                   WITH POINTER WS-ALT-SER-PTR
               END-STRING
           END-PERFORM.

      * An unchanged page still rebuilds when a data file behind
      * one of its tables has changed, or when a table reference
      * failed last time and so has to be tried (and reported) again
       CHECK-DATA-DEPS-STALE.
           MOVE 0 TO WS-DATA-DEPS-STALE
           IF WS-CKPT-DATADEPS(WS-CKPT-FOUND-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DATA-DEP-PTR
           PERFORM UNTIL WS-DATA-DEP-PTR > 400 OR DATA-DEPS-STALE
               MOVE SPACES TO WS-DATA-DEP-ENTRY
               UNSTRING WS-CKPT-DATADEPS(WS-CKPT-FOUND-IDX)
                   DELIMITED BY ";"
                   INTO WS-DATA-DEP-ENTRY
                   WITH POINTER WS-DATA-DEP-PTR
               END-UNSTRING
               IF WS-DATA-DEP-ENTRY NOT = SPACES
                   PERFORM CHECK-ONE-DATA-DEP
               END-IF
           END-PERFORM.

       CHECK-ONE-DATA-DEP.
           MOVE SPACES TO WS-DATA-FILE-NAME
           MOVE SPACES TO WS-DATA-DEP-MTIME
           UNSTRING WS-DATA-DEP-ENTRY DELIMITED BY "="
               INTO WS-DATA-FILE-NAME WS-DATA-DEP-MTIME
           END-UNSTRING
           IF WS-DATA-DEP-MTIME = "!"
               SET DATA-DEPS-STALE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DATA-FILE-NAME
           IF NOT DATA-NAME-OK
               SET DATA-DEPS-STALE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-DATA-FILE-MTIME
           IF WS-DATA-MTIME NOT = WS-DATA-DEP-MTIME
               SET DATA-DEPS-STALE TO TRUE
           END-IF.

      * An unchanged page still rebuilds when a translation of it
      * was added, dropped or moved since the switcher and hreflang
      * links it carries were baked
       CHECK-ALTERNATES-STALE.
           MOVE 0 TO WS-ALTERNATES-STALE
           MOVE WS-CKPT-TRANSOF(WS-CKPT-FOUND-IDX) TO WS-PAGE-TRANSOF
           PERFORM DERIVE-TRANSLATION-KEY
           MOVE WS-TRANS-KEY TO WS-ALT-QUERY-KEY
           PERFORM FIND-PAGE-ALTERNATES
           PERFORM SERIALIZE-ALTERNATES
           IF WS-ALT-SERIAL
                   NOT = WS-CKPT-ALTERNATES(WS-CKPT-FOUND-IDX)
               SET ALTERNATES-STALE TO TRUE
           END-IF.

      * The "Related pages" block at the foot of an article, from
      * the list COMPUTE-PAGE-RELATED settled before rendering
       WRITE-RELATED-BLOCK.
               WRITE OUTPUT-RECORD
           END-IF.

      * hreflang alternates for the head: every language version of
      * the page, itself included, by absolute URL, the version in
      * the site's default language doubling as x-default
       WRITE-HREFLANG-BLOCK.
           IF WS-LISTING-KIND NOT = SPACE OR WS-ALT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ALT-J FROM 1 BY 1
               UNTIL WS-ALT-J > WS-ALT-COUNT
               MOVE WS-ALT-LANG(WS-ALT-J) TO WS-LANG-CODE-IN
               PERFORM WRITE-ONE-HREFLANG-LINK
               IF WS-ALT-LANG(WS-ALT-J) = WS-SITE-LANG
                   MOVE "x-default" TO WS-LANG-CODE-IN
                   PERFORM WRITE-ONE-HREFLANG-LINK
               END-IF
           END-PERFORM.

       WRITE-ONE-HREFLANG-LINK.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<link rel=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  "alternate" DELIMITED SIZE
                  QUOTE " hreflang=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-LANG-CODE-IN DELIMITED SPACE
                  QUOTE " href=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  FUNCTION TRIM(WS-SITE-URL) DELIMITED "  "
                  FUNCTION TRIM(WS-ALT-OUT-REL(WS-ALT-J))
                      DELIMITED SIZE
                  QUOTE ">" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD.

      * The language switcher. On a page it lists the page's own
      * language versions; on a listing, the site index in every
      * language that has pages. The current language is shown but
      * not linked, and a site in one language gets no switcher.
       WRITE-LANG-SWITCH-BLOCK.
           IF WS-LISTING-KIND = SPACE
               IF WS-ALT-COUNT > 0
                   MOVE "<nav class='lang-switch'>" TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   PERFORM VARYING WS-ALT-J FROM 1 BY 1
                       UNTIL WS-ALT-J > WS-ALT-COUNT
                       PERFORM WRITE-PAGE-LANG-LINK
                   END-PERFORM
                   MOVE "</nav>" TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           ELSE
               PERFORM WRITE-LISTING-LANG-LINKS
           END-IF.

       WRITE-PAGE-LANG-LINK.
           MOVE WS-ALT-LANG(WS-ALT-J) TO WS-LANG-CODE-IN
           PERFORM LOOKUP-LANG-NAME
           MOVE WS-LANG-NAME-OUT TO WS-HTMLESC-SRC
           PERFORM ESCAPE-HTML-FIELD
           MOVE SPACES TO OUTPUT-RECORD
           IF WS-ALT-LANG(WS-ALT-J) = WS-PAGE-LANG
               STRING "<span lang='" DELIMITED SIZE
                      WS-LANG-CODE-IN DELIMITED SPACE
                      "'>" DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                      "</span>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
           ELSE
               STRING "<a href=" DELIMITED SIZE
                      QUOTE DELIMITED SIZE
                      FUNCTION TRIM(WS-ROOT-PREFIX) DELIMITED "  "
                      FUNCTION TRIM(WS-ALT-OUT-REL(WS-ALT-J))
                          DELIMITED SIZE
                      QUOTE " hreflang='" DELIMITED SIZE
                      WS-LANG-CODE-IN DELIMITED SPACE
                      "' lang='" DELIMITED SIZE
                      WS-LANG-CODE-IN DELIMITED SPACE
                      "'>" DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                      "</a>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
           END-IF
           WRITE OUTPUT-RECORD.

       WRITE-LISTING-LANG-LINKS.
           MOVE 0 TO WS-LANG-LISTED-COUNT
           PERFORM VARYING WS-LNG-J FROM 1 BY 1
               UNTIL WS-LNG-J > WS-LANG-COUNT
               IF WS-LNG-PAGES(WS-LNG-J) > 0
                   ADD 1 TO WS-LANG-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LANG-LISTED-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LANG-SUFFIX TO WS-LANG-SAVE-SUFFIX
           MOVE "<nav class='lang-switch'>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-LNG-J FROM 1 BY 1
               UNTIL WS-LNG-J > WS-LANG-COUNT
               IF WS-LNG-PAGES(WS-LNG-J) > 0
                   PERFORM WRITE-LISTING-LANG-LINK
               END-IF
           END-PERFORM
           MOVE "</nav>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-LANG-SAVE-SUFFIX TO WS-LANG-SUFFIX.

       WRITE-LISTING-LANG-LINK.
           MOVE WS-LNG-CODE(WS-LNG-J) TO WS-LANG-CODE-IN
           PERFORM DERIVE-LANG-SUFFIX
           MOVE WS-LNG-NAME(WS-LNG-J) TO WS-HTMLESC-SRC
           PERFORM ESCAPE-HTML-FIELD
           MOVE SPACES TO OUTPUT-RECORD
           IF WS-LNG-CODE(WS-LNG-J) = WS-LISTING-LANG
               STRING "<span lang='" DELIMITED SIZE
                      WS-LANG-CODE-IN DELIMITED SPACE
                      "'>" DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                      "</span>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
           ELSE
               STRING "<a href=" DELIMITED SIZE
                      QUOTE DELIMITED SIZE
                      FUNCTION TRIM(WS-ROOT-PREFIX) DELIMITED "  "
                      "site-index" DELIMITED SIZE
                      WS-LANG-SUFFIX DELIMITED SPACE
                      ".html" DELIMITED SIZE
                      QUOTE " hreflang='" DELIMITED SIZE
                      WS-LANG-CODE-IN DELIMITED SPACE
                      "' lang='" DELIMITED SIZE
                      WS-LANG-CODE-IN DELIMITED SPACE
                      "'>" DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                      "</a>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
           END-IF
           WRITE OUTPUT-RECORD.

       WRITE-PAGE-TAG-LINKS.
           MOVE 1 TO WS-TAG-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PAGE-TAGS))
               TO WS-TAG-LINE-LEN
           PERFORM UNTIL WS-TAG-PTR > WS-TAG-LINE-LEN
               MOVE SPACES TO WS-TAG-CELL
               UNSTRING WS-PAGE-TAGS(1:WS-TAG-LINE-LEN)
                   DELIMITED BY ","
                   INTO WS-TAG-CELL
                   WITH POINTER WS-TAG-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-TAG-CELL) NOT = SPACES
                   MOVE WS-TAG-CELL TO WS-HTMLESC-SRC
                   PERFORM ESCAPE-HTML-FIELD
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "<a href=" DELIMITED SIZE
                          QUOTE DELIMITED SIZE
                          FUNCTION TRIM(WS-ROOT-PREFIX) DELIMITED "  "
                          "tags/" DELIMITED SIZE
                          FUNCTION TRIM(WS-HTMLESC-DEST)
                              DELIMITED SIZE
                          WS-LANG-SUFFIX DELIMITED SPACE
                          ".html" DELIMITED SIZE
                          QUOTE ">" DELIMITED SIZE
                          FUNCTION TRIM(WS-HTMLESC-DEST)
                              DELIMITED SIZE
                          "</a> " DELIMITED SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
                   WRITE OUTPUT-RECORD
               MOVE WS-M-AUTHOR(WS-M-IDX)   TO MSORT-AUTHOR
               MOVE WS-M-READTIME(WS-M-IDX) TO MSORT-READTIME
               MOVE WS-M-SUMMARY(WS-M-IDX)  TO MSORT-SUMMARY
               MOVE WS-M-LANG(WS-M-IDX)     TO MSORT-LANG
               MOVE WS-M-TKEY(WS-M-IDX)     TO MSORT-TKEY
               MOVE WS-M-HAS-TRANS(WS-M-IDX) TO MSORT-HAS-TRANS
               MOVE WS-M-MTIME(WS-M-IDX)    TO MSORT-MTIME
               MOVE WS-M-SRC-REL(WS-M-IDX)  TO MSORT-SRC-REL
               MOVE WS-M-DRAFT(WS-M-IDX)    TO MSORT-DRAFT
               MOVE WS-M-REVIEWED(WS-M-IDX) TO MSORT-REVIEWED
               MOVE WS-M-REVIEW-EVERY(WS-M-IDX)
                   TO MSORT-REVIEW-EVERY
               MOVE WS-M-SERIES(WS-M-IDX)   TO MSORT-SERIES
               MOVE WS-M-PART(WS-M-IDX)     TO MSORT-PART
               RELEASE MSORT-RECORD
           END-PERFORM.

                       MOVE MSORT-READTIME TO WS-M-READTIME(WS-M-IDX)
                       MOVE MSORT-WEIGHT   TO WS-M-WEIGHT(WS-M-IDX)
                       MOVE MSORT-SUMMARY  TO WS-M-SUMMARY(WS-M-IDX)
                       MOVE MSORT-LANG     TO WS-M-LANG(WS-M-IDX)
                       MOVE MSORT-TKEY     TO WS-M-TKEY(WS-M-IDX)
                       MOVE MSORT-HAS-TRANS
                           TO WS-M-HAS-TRANS(WS-M-IDX)
                       MOVE MSORT-MTIME    TO WS-M-MTIME(WS-M-IDX)
                       MOVE MSORT-SRC-REL  TO WS-M-SRC-REL(WS-M-IDX)
                       MOVE MSORT-DRAFT    TO WS-M-DRAFT(WS-M-IDX)
                       MOVE MSORT-REVIEWED
                           TO WS-M-REVIEWED(WS-M-IDX)
                       MOVE MSORT-REVIEW-EVERY
                           TO WS-M-REVIEW-EVERY(WS-M-IDX)
                       MOVE MSORT-SERIES   TO WS-M-SERIES(WS-M-IDX)
                       MOVE MSORT-PART     TO WS-M-PART(WS-M-IDX)
               END-RETURN
           END-PERFORM.

      * The language table: the site's default language first, then
      * those site.cfg names under languages: (en=English, cy=Cymraeg
      * - the label is what the switcher shows, and defaults to the
      * code)
       INIT-LANGUAGE-TABLE.
           MOVE 0 TO WS-LANG-COUNT
           MOVE WS-SITE-LANG TO WS-LANG-CODE-IN
           PERFORM ADD-DISTINCT-LANGUAGE
           IF WS-SITE-LANGUAGES = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LANG-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SITE-LANGUAGES))
               TO WS-LANG-LINE-LEN
           PERFORM UNTIL WS-LANG-PTR > WS-LANG-LINE-LEN
               MOVE SPACES TO WS-LANG-CELL
               UNSTRING WS-SITE-LANGUAGES(1:WS-LANG-LINE-LEN)
                   DELIMITED BY ","
                   INTO WS-LANG-CELL
                   WITH POINTER WS-LANG-PTR
               END-UNSTRING
               IF WS-LANG-CELL NOT = SPACES
                   PERFORM ADD-CONFIGURED-LANGUAGE
               END-IF
           END-PERFORM.

       ADD-CONFIGURED-LANGUAGE.
           MOVE FUNCTION TRIM(WS-LANG-CELL) TO WS-LANG-CELL
           MOVE 0 TO WS-LANG-EQ-POS
           INSPECT WS-LANG-CELL TALLYING WS-LANG-EQ-POS
               FOR CHARACTERS BEFORE INITIAL "="
           IF WS-LANG-EQ-POS < FUNCTION LENGTH(WS-LANG-CELL)
                   AND WS-LANG-EQ-POS > 0
               MOVE FUNCTION LOWER-CASE
                   (FUNCTION TRIM(WS-LANG-CELL(1:WS-LANG-EQ-POS)))
                   TO WS-LANG-CODE-IN
           ELSE
               MOVE FUNCTION LOWER-CASE(WS-LANG-CELL)
                   TO WS-LANG-CODE-IN
               MOVE 0 TO WS-LANG-EQ-POS
           END-IF
           PERFORM ADD-DISTINCT-LANGUAGE
           IF WS-LANG-FOUND-IDX > 0 AND WS-LANG-EQ-POS > 0
                   AND WS-LANG-CELL(WS-LANG-EQ-POS + 2:) NOT = SPACES
               MOVE FUNCTION TRIM(WS-LANG-CELL(WS-LANG-EQ-POS + 2:))
                   TO WS-LNG-NAME(WS-LANG-FOUND-IDX)
           END-IF.

      * Adds WS-LANG-CODE-IN to the table unless already there,
      * leaving its row in WS-LANG-FOUND-IDX (0 for a code that is
      * not usable or a full table)
       ADD-DISTINCT-LANGUAGE.
           MOVE 0 TO WS-LANG-FOUND-IDX
           PERFORM CHECK-LANG-CODE
           IF NOT LANG-CODE-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LNG-J FROM 1 BY 1
               UNTIL WS-LNG-J > WS-LANG-COUNT
               IF WS-LNG-CODE(WS-LNG-J) = WS-LANG-CODE-IN
                   SET WS-LANG-FOUND-IDX TO WS-LNG-J
               END-IF
           END-PERFORM
           IF WS-LANG-FOUND-IDX = 0 AND WS-LANG-COUNT < 20
               ADD 1 TO WS-LANG-COUNT
               SET WS-LNG-J TO WS-LANG-COUNT
               MOVE WS-LANG-CODE-IN TO WS-LNG-CODE(WS-LNG-J)
               MOVE WS-LANG-CODE-IN TO WS-LNG-NAME(WS-LNG-J)
               MOVE 0 TO WS-LNG-PAGES(WS-LNG-J)
               MOVE WS-LANG-COUNT TO WS-LANG-FOUND-IDX
           END-IF.

      * Every language this run publishes, with its page count,
      * plus any the previous run published (from its checkpoint)
      * so the listings of a language that has since lost all its
      * pages can be taken down
       COLLECT-SITE-LANGUAGES.
           PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
               UNTIL WS-CKPT-IDX > WS-CHECKPOINT-COUNT
               MOVE WS-CKPT-LANG(WS-CKPT-IDX) TO WS-LANG-CODE-IN
               PERFORM ADD-DISTINCT-LANGUAGE
           END-PERFORM
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               MOVE WS-M-LANG(WS-M-IDX) TO WS-LANG-CODE-IN
               PERFORM ADD-DISTINCT-LANGUAGE
               IF WS-LANG-FOUND-IDX > 0
                   ADD 1 TO WS-LNG-PAGES(WS-LANG-FOUND-IDX)
               END-IF
           END-PERFORM.

       LOOKUP-LANG-NAME.
           MOVE WS-LANG-CODE-IN TO WS-LANG-NAME-OUT
           PERFORM VARYING WS-LNG-J FROM 1 BY 1
               UNTIL WS-LNG-J > WS-LANG-COUNT
               IF WS-LNG-CODE(WS-LNG-J) = WS-LANG-CODE-IN
                   MOVE WS-LNG-NAME(WS-LNG-J) TO WS-LANG-NAME-OUT
               END-IF
           END-PERFORM.

      * The file-name suffix for the language in WS-LANG-CODE-IN:
      * none for the site's default language, ".<code>" otherwise
       DERIVE-LANG-SUFFIX.
           MOVE SPACES TO WS-LANG-SUFFIX
           IF WS-LANG-CODE-IN NOT = SPACES
                   AND WS-LANG-CODE-IN NOT = WS-SITE-LANG
               STRING "." DELIMITED SIZE
                      WS-LANG-CODE-IN DELIMITED SPACE
                      INTO WS-LANG-SUFFIX
               END-STRING
           END-IF.

       SELECT-LISTING-LANGUAGE.
           MOVE WS-LNG-CODE(WS-LNG-IDX) TO WS-LISTING-LANG
           MOVE WS-LISTING-LANG TO WS-LANG-CODE-IN
           PERFORM DERIVE-LANG-SUFFIX.

      * A listing built for one language takes only that language's
      * entries; one with no language (author pages, the stats
      * counts) takes them all
       CHECK-ENTRY-IN-LANG.
           MOVE 0 TO WS-ENTRY-IN-LANG
           IF WS-LISTING-LANG = SPACES
                   OR WS-M-LANG(WS-M-IDX) = WS-LISTING-LANG
               SET ENTRY-IN-LANG TO TRUE
           END-IF.

      * One run of site-index pages per language. The site's
      * default language keeps the plain site-index.html names and
      * is always written; every other language gets its own
      * site-index.<lang>.html run, which is taken down entirely
      * once the language has no pages left.
       GENERATE-SITE-INDEX.
           PERFORM VARYING WS-LNG-IDX FROM 1 BY 1
               UNTIL WS-LNG-IDX > WS-LANG-COUNT
               PERFORM SELECT-LISTING-LANGUAGE
               PERFORM WRITE-LANGUAGE-SITE-INDEX
           END-PERFORM
           MOVE SPACES TO WS-LISTING-LANG.

       WRITE-LANGUAGE-SITE-INDEX.
           MOVE WS-LNG-PAGES(WS-LNG-IDX) TO WS-IDX-MATCH-COUNT
           COMPUTE WS-IDX-TOTAL-PAGES =
               (WS-IDX-MATCH-COUNT + WS-IDX-PAGE-SIZE - 1)
                   / WS-IDX-PAGE-SIZE
           IF WS-IDX-TOTAL-PAGES = 0
               IF WS-LISTING-LANG = WS-SITE-LANG
                   MOVE 1 TO WS-IDX-TOTAL-PAGES
               ELSE
                   MOVE 1 TO WS-IDX-TARGET-PAGE
                   PERFORM DERIVE-INDEX-FILENAME
                   MOVE SPACES TO WS-TEMP
                   STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                          "/" DELIMITED SIZE
                          FUNCTION TRIM(WS-IDX-TARGET-NAME)
                              DELIMITED SIZE
                          INTO WS-TEMP
                   END-STRING
                   CALL "CBL_DELETE_FILE" USING WS-TEMP
               END-IF
           END-IF

           PERFORM VARYING WS-IDX-CUR-PAGE FROM 1 BY 1
           COMPUTE WS-IDX-START =
               (WS-IDX-CUR-PAGE - 1) * WS-IDX-PAGE-SIZE + 1
           COMPUTE WS-IDX-END = WS-IDX-CUR-PAGE * WS-IDX-PAGE-SIZE
           IF WS-IDX-END > WS-IDX-MATCH-COUNT
               MOVE WS-IDX-MATCH-COUNT TO WS-IDX-END
           END-IF

           MOVE WS-IDX-CUR-PAGE TO WS-IDX-TARGET-PAGE
               MOVE WS-SITE-TITLE TO WS-HTMLESC-SRC
               PERFORM ESCAPE-HTML-FIELD
               MOVE SPACES TO OUTPUT-RECORD
               STRING "<!DOCTYPE html><html lang='" DELIMITED SIZE
                      WS-LISTING-LANG DELIMITED SPACE
                      "'><head><title>" DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                      "</title></head><body>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "<ul>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-IDX-ENTRY-NUM
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               PERFORM CHECK-ENTRY-IN-LANG
               IF ENTRY-IN-LANG
                   ADD 1 TO WS-IDX-ENTRY-NUM
                   IF WS-IDX-ENTRY-NUM >= WS-IDX-START
                           AND WS-IDX-ENTRY-NUM <= WS-IDX-END
                       PERFORM WRITE-INDEX-ENTRY
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "</ul>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-INDEX-ENTRY.
           MOVE WS-M-READTIME(WS-M-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-M-TITLE(WS-M-IDX) TO WS-HTMLESC-SRC
           PERFORM ESCAPE-HTML-FIELD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<li><a href=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  FUNCTION TRIM(WS-M-OUT-REL(WS-M-IDX))
                      DELIMITED "  "
                  QUOTE ">" DELIMITED SIZE
                  FUNCTION TRIM(WS-HTMLESC-DEST)
                      DELIMITED SIZE
                  "</a> " DELIMITED SIZE
                  FUNCTION TRIM(WS-M-DATE(WS-M-IDX))
                      DELIMITED "  "
                  " (" DELIMITED SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
                  " min read)" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD
           PERFORM WRITE-ENTRY-TEASER
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "</li>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * Prev/next links between pages of a split listing
       WRITE-INDEX-PAGE-NAV.
           IF WS-IDX-TOTAL-PAGES > 1

      * Page 1 keeps the original site-index.html name; later pages
      * are site-index.html's siblings, index-2.html, index-3.html...
      * Another language carries its code before the extension:
      * site-index.cy.html, index-2.cy.html...
       DERIVE-INDEX-FILENAME.
           IF WS-IDX-TARGET-PAGE = 1
               MOVE SPACES TO WS-IDX-TARGET-NAME
               STRING "site-index" DELIMITED SIZE
                      WS-LANG-SUFFIX DELIMITED SPACE
                      ".html" DELIMITED SIZE
                      INTO WS-IDX-TARGET-NAME
               END-STRING
           ELSE
               MOVE WS-IDX-TARGET-PAGE TO WS-IDX-PAGE-DISPLAY
               MOVE SPACES TO WS-IDX-TARGET-NAME
               STRING "index-" DELIMITED SIZE
                      FUNCTION TRIM(WS-IDX-PAGE-DISPLAY)
                          DELIMITED SIZE
                      WS-LANG-SUFFIX DELIMITED SPACE
                      ".html" DELIMITED SIZE
                      INTO WS-IDX-TARGET-NAME
               END-STRING
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LNG-IDX FROM 1 BY 1
               UNTIL WS-LNG-IDX > WS-LANG-COUNT
               PERFORM SELECT-LISTING-LANGUAGE
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SECTION-COUNT
                   PERFORM WRITE-SECTION-INDEX-PAGE
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-LISTING-LANG.

      * Derive the top-level directory of WS-M-OUT-REL(WS-M-IDX) into
      * WS-SECTION-NAME (SPACES when the page has no subdirectory),
           MOVE SPACES TO WS-SECTION-IDX-REL
           STRING FUNCTION TRIM(WS-ALL-SECTION(WS-SEC-IDX))
                      DELIMITED SIZE
                  "/index" DELIMITED SIZE
                  WS-LANG-SUFFIX DELIMITED SPACE
                  ".html" DELIMITED SIZE
                  INTO WS-SECTION-IDX-REL
           END-STRING
           MOVE 0 TO WS-SECTION-CLASH
           MOVE SPACES TO WS-OUTPUT-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/" DELIMITED SIZE
                  FUNCTION TRIM(WS-SECTION-IDX-REL) DELIMITED SIZE
                  INTO WS-OUTPUT-PATH
           END-STRING

      * A section with no pages in this language gets no listing
      * in it, and loses the one an earlier build left behind
           MOVE 0 TO WS-IDX-MATCH-COUNT
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               PERFORM CHECK-ENTRY-IN-LANG
               IF ENTRY-IN-LANG
                   PERFORM DERIVE-SECTION-NAME
                   IF FUNCTION TRIM(WS-SECTION-NAME)
                           = FUNCTION TRIM(WS-ALL-SECTION(WS-SEC-IDX))
                       ADD 1 TO WS-IDX-MATCH-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IDX-MATCH-COUNT = 0
               CALL "CBL_DELETE_FILE" USING WS-OUTPUT-PATH
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TEMP
           STRING "mkdir -p `dirname " DELIMITED SIZE
                  QUOTE DELIMITED SIZE
               MOVE WS-ALL-SECTION(WS-SEC-IDX) TO WS-HTMLESC-SRC
               PERFORM ESCAPE-HTML-FIELD
               MOVE SPACES TO OUTPUT-RECORD
               STRING "<!DOCTYPE html><html lang='" DELIMITED SIZE
                      WS-LISTING-LANG DELIMITED SPACE
                      "'><head>" DELIMITED SIZE
                      "<meta charset='UTF-8'><title>" DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                      "</title></head><body>" DELIMITED SIZE
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               PERFORM DERIVE-SECTION-NAME
               PERFORM CHECK-ENTRY-IN-LANG
               IF FUNCTION TRIM(WS-SECTION-NAME)
                       = FUNCTION TRIM(WS-ALL-SECTION(WS-SEC-IDX))
                       AND ENTRY-IN-LANG
                   MOVE WS-M-TITLE(WS-M-IDX) TO WS-HTMLESC-SRC
                   PERFORM ESCAPE-HTML-FIELD
                   MOVE SPACES TO OUTPUT-RECORD
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           PERFORM VARYING WS-LNG-IDX FROM 1 BY 1
               UNTIL WS-LNG-IDX > WS-LANG-COUNT
               PERFORM SELECT-LISTING-LANGUAGE
               PERFORM COLLECT-LISTING-TAGS
               PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-TAG-COUNT
                   PERFORM WRITE-TAG-PAGE
               END-PERFORM
           END-PERFORM

      * The stats dashboard counts every tag across all languages
           MOVE SPACES TO WS-LISTING-LANG
           PERFORM COLLECT-LISTING-TAGS.

      * The distinct tags of the entries in the listing's language
       COLLECT-LISTING-TAGS.
           MOVE 0 TO WS-TAG-COUNT
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               PERFORM CHECK-ENTRY-IN-LANG
               IF FUNCTION TRIM(WS-M-TAGS(WS-M-IDX)) NOT = SPACES
                       AND ENTRY-IN-LANG
                   PERFORM COLLECT-ENTRY-TAGS
               END-IF
           END-PERFORM.

       COLLECT-ENTRY-TAGS.
               MOVE WS-ALL-TAG(WS-AT-IDX) TO WS-HTMLESC-SRC
               PERFORM ESCAPE-HTML-FIELD
               MOVE SPACES TO OUTPUT-RECORD
               STRING "<!DOCTYPE html><html lang='" DELIMITED SIZE
                      WS-LISTING-LANG DELIMITED SPACE
                      "'><head><title>Tag: " DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                      "</title></head><body>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
           END-IF.

      * Page 1 keeps the tag's plain <tag>.html name; later pages are
      * <tag>-2.html, <tag>-3.html... with the language code before
      * the extension outside the site's default language, as for
      * the site index
       DERIVE-TAG-PAGE-FILENAME.
           IF WS-IDX-TARGET-PAGE = 1
               MOVE SPACES TO WS-IDX-TARGET-NAME
               STRING FUNCTION TRIM(WS-ALL-TAG(WS-AT-IDX))
                          DELIMITED SIZE
                      WS-LANG-SUFFIX DELIMITED SPACE
                      ".html" DELIMITED SIZE
                      INTO WS-IDX-TARGET-NAME
               END-STRING
                      "-" DELIMITED SIZE
                      FUNCTION TRIM(WS-IDX-PAGE-DISPLAY)
                          DELIMITED SIZE
                      WS-LANG-SUFFIX DELIMITED SPACE
                      ".html" DELIMITED SIZE
                      INTO WS-IDX-TARGET-NAME
               END-STRING

       CHECK-ENTRY-HAS-TAG.
           MOVE 0 TO WS-ENTRY-HAS-TAG
           PERFORM CHECK-ENTRY-IN-LANG
           IF FUNCTION TRIM(WS-M-TAGS(WS-M-IDX)) NOT = SPACES
                   AND ENTRY-IN-LANG
               MOVE 1 TO WS-TAG-PTR
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-M-TAGS(WS-M-IDX)))
                   TO WS-TAG-LINE-LEN

           MOVE "<!DOCTYPE html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-SITE-LANG TO WS-LANG-CODE-IN
           PERFORM WRITE-HTML-OPEN-TAG
           MOVE "<head><meta charset='UTF-8'>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<title>Content stats</title></head>" TO OUTPUT-RECORD
               END-IF
           END-PERFORM.

      * Date archives, bucketed from the sorted manifest the way the
      * stats dashboard counts months, one set per language named
      * like the site index (archives/index.cy.html,
      * archives/2025/03.cy.html). The default language's archive
      * index is always written; another language, and any year or
      * month, has pages only while pages fall in it. Whatever an
      * earlier build wrote that this one did not is swept after.
       GENERATE-DATE-ARCHIVES.
           MOVE 0 TO WS-ARC-WRITTEN-COUNT
           MOVE 0 TO WS-ARC-OVERFLOW
           MOVE SPACES TO WS-TEMP
           STRING "mkdir -p " DELIMITED SIZE
                  WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/archives" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           PERFORM VARYING WS-LNG-IDX FROM 1 BY 1
               UNTIL WS-LNG-IDX > WS-LANG-COUNT
               PERFORM SELECT-LISTING-LANGUAGE
               PERFORM COLLECT-ARCHIVE-YEARS
               IF WS-ARC-YEAR-COUNT > 0
                       OR WS-LISTING-LANG = WS-SITE-LANG
                   PERFORM WRITE-LANGUAGE-ARCHIVES
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LISTING-LANG

           PERFORM REMOVE-STALE-ARCHIVE-PAGES.

      * A page with no date:, or one not starting YYYY-MM, has no
      * month to be archived under
       CHECK-ARCHIVE-DATE.
           MOVE 0 TO WS-ARC-DATE-FLAG
           IF WS-M-DATE(WS-M-IDX)(1:4) IS NUMERIC
                   AND WS-M-DATE(WS-M-IDX)(5:1) = "-"
                   AND WS-M-DATE(WS-M-IDX)(6:2) IS NUMERIC
               MOVE WS-M-DATE(WS-M-IDX)(6:2) TO WS-ARC-MONTH
               IF WS-ARC-MONTH >= 1 AND WS-ARC-MONTH <= 12
                   SET ARC-DATE-OK TO TRUE
               END-IF
           END-IF.

       COLLECT-ARCHIVE-YEARS.
           MOVE 0 TO WS-ARC-YEAR-COUNT
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               PERFORM CHECK-ENTRY-IN-LANG
               IF ENTRY-IN-LANG
                   PERFORM CHECK-ARCHIVE-DATE
                   IF ARC-DATE-OK
                       PERFORM ADD-ARCHIVE-YEAR
                   END-IF
               END-IF
           END-PERFORM.

      * The manifest is not in date order (weighted pages lead), so
      * a new year is inserted in place to keep the table newest
      * first
       ADD-ARCHIVE-YEAR.
           MOVE 0 TO WS-ARC-FOUND
           PERFORM VARYING WS-AY-IDX FROM 1 BY 1
               UNTIL WS-AY-IDX > WS-ARC-YEAR-COUNT
               IF WS-AY-YEAR(WS-AY-IDX) <= WS-M-DATE(WS-M-IDX)(1:4)
                   IF WS-AY-YEAR(WS-AY-IDX)
                           = WS-M-DATE(WS-M-IDX)(1:4)
                       MOVE 1 TO WS-ARC-FOUND
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ARC-FOUND = 0
               IF WS-ARC-YEAR-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-ARC-SHIFT FROM WS-ARC-YEAR-COUNT
                   BY -1 UNTIL WS-ARC-SHIFT < WS-AY-IDX
                   MOVE WS-ARC-YEAR-ENTRY(WS-ARC-SHIFT)
                       TO WS-ARC-YEAR-ENTRY(WS-ARC-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-ARC-YEAR-COUNT
               INITIALIZE WS-ARC-YEAR-ENTRY(WS-AY-IDX)
               MOVE WS-M-DATE(WS-M-IDX)(1:4) TO WS-AY-YEAR(WS-AY-IDX)
           END-IF
           ADD 1 TO WS-AY-COUNT(WS-AY-IDX)
           ADD 1 TO WS-AY-MONTH-COUNT(WS-AY-IDX, WS-ARC-MONTH).

       WRITE-LANGUAGE-ARCHIVES.
           MOVE SPACES TO WS-ARC-REL
           STRING "archives/index" DELIMITED SIZE
                  WS-LANG-SUFFIX DELIMITED SPACE
                  ".html" DELIMITED SIZE
                  INTO WS-ARC-REL
           END-STRING
           MOVE "Y" TO WS-LISTING-KIND
           MOVE "Archives" TO WS-LISTING-TITLE
           MOVE "../" TO WS-ROOT-PREFIX
           PERFORM WRITE-ARCHIVE-PAGE

           PERFORM VARYING WS-AY-IDX FROM 1 BY 1
               UNTIL WS-AY-IDX > WS-ARC-YEAR-COUNT
               PERFORM WRITE-ARCHIVE-YEAR
           END-PERFORM.

      * The year is four digits by CHECK-ARCHIVE-DATE, so it is
      * safe to hand to the shell for the directory
       WRITE-ARCHIVE-YEAR.
           MOVE SPACES TO WS-TEMP
           STRING "mkdir -p " DELIMITED SIZE
                  WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/archives/" DELIMITED SIZE
                  WS-AY-YEAR(WS-AY-IDX) DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           MOVE SPACES TO WS-ARC-REL
           STRING "archives/" DELIMITED SIZE
                  WS-AY-YEAR(WS-AY-IDX) DELIMITED SIZE
                  "/index" DELIMITED SIZE
                  WS-LANG-SUFFIX DELIMITED SPACE
                  ".html" DELIMITED SIZE
                  INTO WS-ARC-REL
           END-STRING
           MOVE "M" TO WS-LISTING-KIND
           MOVE SPACES TO WS-LISTING-TITLE
           STRING "Archives: " DELIMITED SIZE
                  WS-AY-YEAR(WS-AY-IDX) DELIMITED SIZE
                  INTO WS-LISTING-TITLE
           END-STRING
           MOVE "../../" TO WS-ROOT-PREFIX
           PERFORM WRITE-ARCHIVE-PAGE

           PERFORM VARYING WS-ARC-MONTH FROM 1 BY 1
               UNTIL WS-ARC-MONTH > 12
               IF WS-AY-MONTH-COUNT(WS-AY-IDX, WS-ARC-MONTH) > 0
                   PERFORM WRITE-ARCHIVE-MONTH
               END-IF
           END-PERFORM.

       WRITE-ARCHIVE-MONTH.
           MOVE WS-ARC-MONTH TO WS-ARC-MONTH-TEXT
           MOVE SPACES TO WS-ARC-REL
           STRING "archives/" DELIMITED SIZE
                  WS-AY-YEAR(WS-AY-IDX) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-ARC-MONTH-TEXT DELIMITED SIZE
                  WS-LANG-SUFFIX DELIMITED SPACE
                  ".html" DELIMITED SIZE
                  INTO WS-ARC-REL
           END-STRING
           MOVE "D" TO WS-LISTING-KIND
           MOVE SPACES TO WS-LISTING-TITLE
           STRING WS-MONTH-NAME(WS-ARC-MONTH) DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-AY-YEAR(WS-AY-IDX) DELIMITED SIZE
                  INTO WS-LISTING-TITLE
           END-STRING
           MOVE "../../" TO WS-ROOT-PREFIX
           PERFORM WRITE-ARCHIVE-PAGE.

      * One archive page at WS-ARC-REL, of the kind, title and depth
      * the caller set up, through the listing template when there
      * is one
       WRITE-ARCHIVE-PAGE.
           MOVE SPACES TO WS-OUTPUT-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/" DELIMITED SIZE
                  WS-ARC-REL DELIMITED SPACE
                  INTO WS-OUTPUT-PATH
           END-STRING

           OPEN OUTPUT OUTPUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Unable to write archive page: "
                       WS-OUTPUT-PATH
               MOVE SPACE TO WS-LISTING-KIND
               EXIT PARAGRAPH
           END-IF

           IF WS-LIST-TPL-COUNT > 0
               PERFORM RENDER-LISTING-TEMPLATE
           ELSE
               MOVE WS-LISTING-TITLE TO WS-HTMLESC-SRC
               PERFORM ESCAPE-HTML-FIELD
               MOVE SPACES TO OUTPUT-RECORD
               STRING "<!DOCTYPE html><html lang='" DELIMITED SIZE
                      WS-LISTING-LANG DELIMITED SPACE
                      "'><head><title>" DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                      "</title></head><body>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD

               MOVE SPACES TO OUTPUT-RECORD
               STRING "<h1>" DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                      "</h1>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD

               PERFORM WRITE-ARCHIVE-ENTRIES

               MOVE SPACES TO OUTPUT-RECORD
               MOVE "</body></html>" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           CLOSE OUTPUT-FILE
           MOVE SPACE TO WS-LISTING-KIND

           IF WS-ARC-WRITTEN-COUNT < 2000
               ADD 1 TO WS-ARC-WRITTEN-COUNT
               SET WS-AW-IDX TO WS-ARC-WRITTEN-COUNT
               MOVE WS-LISTING-LANG TO WS-AW-LANG(WS-AW-IDX)
               MOVE WS-ARC-REL TO WS-AW-REL(WS-AW-IDX)
           ELSE
               SET ARC-WRITTEN-OVERFLOW TO TRUE
           END-IF.

      * Years and months newest first, each with its page count; a
      * month page lists its pages in site-index order
       WRITE-ARCHIVE-ENTRIES.
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "<ul>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EVALUATE WS-LISTING-KIND
               WHEN "Y"
                   PERFORM VARYING WS-AY-J FROM 1 BY 1
                       UNTIL WS-AY-J > WS-ARC-YEAR-COUNT
                       PERFORM WRITE-ARCHIVE-YEAR-ENTRY
                   END-PERFORM
               WHEN "M"
                   PERFORM VARYING WS-ARC-M FROM 12 BY -1
                       UNTIL WS-ARC-M < 1
                       IF WS-AY-MONTH-COUNT(WS-AY-IDX, WS-ARC-M) > 0
                           PERFORM WRITE-ARCHIVE-MONTH-ENTRY
                       END-IF
                   END-PERFORM
               WHEN "D"
                   PERFORM VARYING WS-M-IDX FROM 1 BY 1
                       UNTIL WS-M-IDX > WS-MANIFEST-COUNT
                       PERFORM CHECK-ENTRY-IN-LANG
                       IF ENTRY-IN-LANG
                           AND WS-M-DATE(WS-M-IDX)(1:4)
                               = WS-AY-YEAR(WS-AY-IDX)
                           AND WS-M-DATE(WS-M-IDX)(5:1) = "-"
                           AND WS-M-DATE(WS-M-IDX)(6:2)
                               = WS-ARC-MONTH-TEXT
                           PERFORM WRITE-ARCHIVE-PAGE-ENTRY
                       END-IF
                   END-PERFORM
           END-EVALUATE
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "</ul>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-ARCHIVE-YEAR-ENTRY.
           MOVE WS-AY-COUNT(WS-AY-J) TO WS-COUNT-DISPLAY
           PERFORM SET-ARCHIVE-COUNT-WORD
           MOVE SPACES TO WS-ARC-LINK
           STRING WS-AY-YEAR(WS-AY-J) DELIMITED SIZE
                  "/index" DELIMITED SIZE
                  WS-LANG-SUFFIX DELIMITED SPACE
                  ".html" DELIMITED SIZE
                  INTO WS-ARC-LINK
           END-STRING
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<li><a href=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-ARC-LINK DELIMITED SPACE
                  QUOTE ">" DELIMITED SIZE
                  WS-AY-YEAR(WS-AY-J) DELIMITED SIZE
                  "</a> (" DELIMITED SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-ARC-COUNT-WORD DELIMITED SPACE
                  ")</li>" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD.

       WRITE-ARCHIVE-MONTH-ENTRY.
           MOVE WS-AY-MONTH-COUNT(WS-AY-IDX, WS-ARC-M)
               TO WS-COUNT-DISPLAY
           PERFORM SET-ARCHIVE-COUNT-WORD
           MOVE WS-ARC-M TO WS-ARC-MONTH-TEXT
           MOVE SPACES TO WS-ARC-LINK
           STRING WS-ARC-MONTH-TEXT DELIMITED SIZE
                  WS-LANG-SUFFIX DELIMITED SPACE
                  ".html" DELIMITED SIZE
                  INTO WS-ARC-LINK
           END-STRING
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<li><a href=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-ARC-LINK DELIMITED SPACE
                  QUOTE ">" DELIMITED SIZE
                  WS-MONTH-NAME(WS-ARC-M) DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-AY-YEAR(WS-AY-IDX) DELIMITED SIZE
                  "</a> (" DELIMITED SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-ARC-COUNT-WORD DELIMITED SPACE
                  ")</li>" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD.

       SET-ARCHIVE-COUNT-WORD.
           IF FUNCTION TRIM(WS-COUNT-DISPLAY) = "1"
               MOVE "page" TO WS-ARC-COUNT-WORD
           ELSE
               MOVE "pages" TO WS-ARC-COUNT-WORD
           END-IF.

       WRITE-ARCHIVE-PAGE-ENTRY.
           MOVE WS-M-READTIME(WS-M-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-M-TITLE(WS-M-IDX) TO WS-HTMLESC-SRC
           PERFORM ESCAPE-HTML-FIELD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<li><a href=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  "../../" DELIMITED SIZE
                  FUNCTION TRIM(WS-M-OUT-REL(WS-M-IDX))
                      DELIMITED "  "
                  QUOTE ">" DELIMITED SIZE
                  FUNCTION TRIM(WS-HTMLESC-DEST)
                      DELIMITED SIZE
                  "</a> " DELIMITED SIZE
                  FUNCTION TRIM(WS-M-DATE(WS-M-IDX))
                      DELIMITED "  "
                  " (" DELIMITED SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
                  " min read)" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD
           PERFORM WRITE-ENTRY-TEASER
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "</li>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * Archive pages a previous build wrote for a month, year or
      * language that has since emptied (a page pruned, unpublished
      * or expired) are found by listing archives/ and deleted
      * in-process, as REMOVE-STALE-INDEX-PAGES does. Only names of
      * an archive page's own shape are candidates, so a content
      * page published under archives/ is never touched. When this
      * run's own list overflowed nothing is swept.
       REMOVE-STALE-ARCHIVE-PAGES.
           IF ARC-WRITTEN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEMP
           STRING "(cd " DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  QUOTE DELIMITED SIZE
                  " && find archives -type f -name " DELIMITED SIZE
                  QUOTE "*.html" QUOTE DELIMITED SIZE
                  ") > " DELIMITED SIZE
                  WS-FILELIST-PATH DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           MOVE 0 TO WS-FILELIST-EOF
           OPEN INPUT FILELIST-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL FILELIST-DONE
                   READ FILELIST-FILE INTO WS-ARC-STALE-REL
                       AT END
                           SET FILELIST-DONE TO TRUE
                       NOT AT END
                           PERFORM CHECK-STALE-ARCHIVE-PAGE
                   END-READ
               END-PERFORM
               CLOSE FILELIST-FILE
           END-IF

           MOVE SPACES TO WS-TEMP
           STRING "rm -f " DELIMITED SIZE
                  WS-FILELIST-PATH DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

      * A year directory the sweep emptied goes too
           MOVE SPACES TO WS-TEMP
           STRING "find " DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/archives" QUOTE DELIMITED SIZE
                  " -mindepth 1 -type d -empty -delete" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP.

       CHECK-STALE-ARCHIVE-PAGE.
           MOVE 0 TO WS-ARC-FOUND
           IF WS-ARC-STALE-REL(1:15) = "archives/index."
               MOVE 1 TO WS-ARC-FOUND
           END-IF
           IF WS-ARC-STALE-REL(1:9) = "archives/"
                   AND WS-ARC-STALE-REL(10:4) IS NUMERIC
                   AND WS-ARC-STALE-REL(14:1) = "/"
               IF WS-ARC-STALE-REL(15:6) = "index."
                   MOVE 1 TO WS-ARC-FOUND
               END-IF
               IF WS-ARC-STALE-REL(15:2) IS NUMERIC
                       AND WS-ARC-STALE-REL(17:1) = "."
                   MOVE 1 TO WS-ARC-FOUND
               END-IF
           END-IF
           IF WS-ARC-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-AW-IDX FROM 1 BY 1
               UNTIL WS-AW-IDX > WS-ARC-WRITTEN-COUNT
               IF WS-AW-REL(WS-AW-IDX) = WS-ARC-STALE-REL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-TEMP
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/" DELIMITED SIZE
                  WS-ARC-STALE-REL DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "CBL_DELETE_FILE" USING WS-TEMP
           DISPLAY "  Removed stale archive page: "
                   FUNCTION TRIM(WS-ARC-STALE-REL).

      * The review report is an editors' worklist, so only a
      * staging build writes it; a live or promoted tree never
      * carries one. Drafts are left out, as the review policy
      * covers published pages. A worklist for an author with
      * nothing left to review is removed, and review.html is not
      * written over a page the content tree publishes there.
       GENERATE-REVIEW-REPORT.
           IF NOT BUILD-DRAFTS-MODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE-RAW(1:8) TO WS-RVW-YMD
           COMPUTE WS-RVW-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RVW-YMD)
           COMPUTE WS-RVW-MAX-INT =
               FUNCTION INTEGER-OF-DATE(99991231)

           PERFORM COLLECT-REVIEW-ROWS
           PERFORM SORT-REVIEW-ROWS

           MOVE SPACES TO WS-TEMP
           STRING "mkdir -p " DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/review" QUOTE DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           MOVE 0 TO WS-RVW-WRITTEN-COUNT
           MOVE 0 TO WS-RVW-OVERFLOW

           PERFORM CHECK-REVIEW-PAGE-OWNER
           IF RVW-PAGE-OWNED
               DISPLAY "  Warning: review.html not written, a page"
                       " already owns "
                       FUNCTION TRIM(WS-ACTIVE-OUTPUT-DIR)
                       "/review.html"
           ELSE
               PERFORM WRITE-REVIEW-PAGE
           END-IF

           MOVE 1 TO WS-RVW-GROUP-START
           PERFORM UNTIL WS-RVW-GROUP-START > WS-RVW-ROW-COUNT
               MOVE WS-RVW-ORDER(WS-RVW-GROUP-START) TO WS-RVW-I
               MOVE WS-RR-AUTHOR(WS-RVW-I) TO WS-RVW-AUTHOR
               MOVE WS-RVW-GROUP-START TO WS-RVW-GROUP-END
               PERFORM UNTIL WS-RVW-GROUP-END >= WS-RVW-ROW-COUNT
                       OR WS-RR-AUTHOR(WS-RVW-ORDER(WS-RVW-GROUP-END
                           + 1)) NOT = WS-RVW-AUTHOR
                   ADD 1 TO WS-RVW-GROUP-END
               END-PERFORM
               PERFORM WRITE-AUTHOR-WORKLIST
               COMPUTE WS-RVW-GROUP-START = WS-RVW-GROUP-END + 1
           END-PERFORM
           PERFORM REMOVE-STALE-WORKLISTS

           IF RVW-PAGE-OWNED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RVW-DUE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-RVW-UNDATED-COUNT TO WS-RVW-DAYS-DISPLAY
           DISPLAY "  Review report: "
                   FUNCTION TRIM(WS-ACTIVE-OUTPUT-DIR) "/review.html ("
                   FUNCTION TRIM(WS-COUNT-DISPLAY) " due, "
                   FUNCTION TRIM(WS-RVW-DAYS-DISPLAY) " undated)".

      * A content page or redirect stub published as review.html
      * keeps it, the way WRITE-REDIRECT-STUBS yields to a page
       CHECK-REVIEW-PAGE-OWNER.
           MOVE 0 TO WS-RVW-PAGE-FLAG
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               IF FUNCTION TRIM(WS-M-OUT-REL(WS-M-IDX))
                       = "review.html"
                   SET RVW-PAGE-OWNED TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REDIR-Q-COUNT
               IF FUNCTION TRIM(WS-RQ-FROM-REL(WS-RQ-IDX))
                       = "review.html"
                   SET RVW-PAGE-OWNED TO TRUE
               END-IF
           END-PERFORM.

      * Worklists left from an earlier run whose author has nothing
      * due now are found by listing review/ and deleted in-process,
      * as REMOVE-STALE-ARCHIVE-PAGES does; only .txt files directly
      * under review/ are candidates. When this run's own list
      * overflowed nothing is swept.
       REMOVE-STALE-WORKLISTS.
           IF RVW-WRITTEN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEMP
           STRING "(cd " DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/review" QUOTE DELIMITED SIZE
                  " && find . -maxdepth 1 -type f -name " DELIMITED SIZE
                  QUOTE "*.txt" QUOTE DELIMITED SIZE
                  ") > " DELIMITED SIZE
                  WS-FILELIST-PATH DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           MOVE 0 TO WS-FILELIST-EOF
           OPEN INPUT FILELIST-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL FILELIST-DONE
                   READ FILELIST-FILE INTO WS-RVW-STALE-NAME
                       AT END
                           SET FILELIST-DONE TO TRUE
                       NOT AT END
                           PERFORM CHECK-STALE-WORKLIST
                   END-READ
               END-PERFORM
               CLOSE FILELIST-FILE
           END-IF

           MOVE SPACES TO WS-TEMP
           STRING "rm -f " DELIMITED SIZE
                  WS-FILELIST-PATH DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP.

       CHECK-STALE-WORKLIST.
           IF WS-RVW-STALE-NAME(1:2) NOT = "./"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RVW-STALE-NAME(3:) TO WS-RVW-STALE-NAME
           PERFORM VARYING WS-RW-IDX FROM 1 BY 1
               UNTIL WS-RW-IDX > WS-RVW-WRITTEN-COUNT
               IF WS-RVW-WRITTEN-NAME(WS-RW-IDX) = WS-RVW-STALE-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-TEMP
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/review/" DELIMITED SIZE
                  WS-RVW-STALE-NAME DELIMITED "  "
                  INTO WS-TEMP
           END-STRING
           CALL "CBL_DELETE_FILE" USING WS-TEMP
           DISPLAY "  Removed stale review worklist: review/"
                   FUNCTION TRIM(WS-RVW-STALE-NAME).

       COLLECT-REVIEW-ROWS.
           MOVE 0 TO WS-RVW-ROW-COUNT
           MOVE 0 TO WS-RVW-DUE-COUNT
           MOVE 0 TO WS-RVW-UNDATED-COUNT
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               IF WS-M-DRAFT(WS-M-IDX) NOT = "Y"
                   PERFORM CHECK-PAGE-REVIEW
               END-IF
           END-PERFORM.

      * A reviewed: value that is not a real YYYY-MM-DD date counts
      * as no date at all (lint reports it as an error)
       CHECK-PAGE-REVIEW.
           MOVE WS-M-REVIEWED(WS-M-IDX) TO WS-DCHK-TEXT
           PERFORM CHECK-DATE-VALUE
           IF NOT DATE-IS-VALID
               ADD 1 TO WS-RVW-UNDATED-COUNT
               MOVE "N" TO WS-RVW-KIND
               MOVE 0 TO WS-RVW-DAYS
               MOVE SPACES TO WS-RVW-DUE-DATE
               PERFORM ADD-REVIEW-ROW
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-REVIEW-DUE
           COMPUTE WS-RVW-DAYS = WS-RVW-TODAY-INT - WS-RVW-DUE-INT
           IF WS-RVW-DAYS + WS-RVW-WINDOW >= 0
               ADD 1 TO WS-RVW-DUE-COUNT
               MOVE "D" TO WS-RVW-KIND
               PERFORM ADD-REVIEW-ROW
           END-IF.

       ADD-REVIEW-ROW.
           ADD 1 TO WS-RVW-ROW-COUNT
           MOVE WS-RVW-ROW-COUNT TO WS-RVW-I
           MOVE WS-M-AUTHOR(WS-M-IDX) TO WS-RR-AUTHOR(WS-RVW-I)
           MOVE WS-RVW-KIND TO WS-RR-KIND(WS-RVW-I)
           MOVE WS-RVW-DAYS TO WS-RR-DAYS(WS-RVW-I)
           MOVE WS-RVW-DUE-DATE TO WS-RR-DUE(WS-RVW-I)
           SET WS-RR-M(WS-RVW-I) TO WS-M-IDX
           MOVE WS-RVW-I TO WS-RVW-ORDER(WS-RVW-I).

      * The page's own review-every: wins when it reads as an
      * interval, otherwise the site's applies. CHECK-DATE-VALUE
      * has just split the reviewed: date into WS-DCHK-YEAR/MONTH/
      * DAY. Months and years step the calendar, landing on the
      * month's last day when it is shorter (31 Jan + 1m is the
      * end of February).
       COMPUTE-REVIEW-DUE.
           MOVE WS-M-REVIEW-EVERY(WS-M-IDX) TO WS-RVW-TEXT
           PERFORM PARSE-REVIEW-INTERVAL
           IF NOT RVW-INTERVAL-OK
               MOVE WS-REVIEW-EVERY TO WS-RVW-TEXT
               PERFORM PARSE-REVIEW-INTERVAL
           END-IF
           MOVE WS-DCHK-YEAR TO WS-RVW-YEAR
           MOVE WS-DCHK-MONTH TO WS-RVW-MONTH
           MOVE WS-DCHK-DAY TO WS-RVW-DAY
           EVALUATE WS-RVW-UNIT
               WHEN "d"
                   COMPUTE WS-RVW-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-RVW-YMD) + WS-RVW-N
               WHEN "w"
                   COMPUTE WS-RVW-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-RVW-YMD)
                       + WS-RVW-N * 7
               WHEN OTHER
                   IF WS-RVW-UNIT = "y"
                       COMPUTE WS-RVW-MONTHS = WS-RVW-N * 12
                   ELSE
                       MOVE WS-RVW-N TO WS-RVW-MONTHS
                   END-IF
                   COMPUTE WS-RVW-MONTHS = WS-RVW-MONTHS
                       + WS-RVW-YEAR * 12 + WS-RVW-MONTH - 1
                   IF WS-RVW-MONTHS > 9999 * 12 + 11
                       MOVE WS-RVW-MAX-INT TO WS-RVW-DUE-INT
                   ELSE
                       COMPUTE WS-RVW-YEAR = WS-RVW-MONTHS / 12
                       COMPUTE WS-RVW-MONTH =
                           FUNCTION MOD(WS-RVW-MONTHS, 12) + 1
                       MOVE SPACES TO WS-DCHK-TEXT
                       STRING WS-RVW-YEAR DELIMITED SIZE
                              "-" DELIMITED SIZE
                              WS-RVW-MONTH DELIMITED SIZE
                              "-" DELIMITED SIZE
                              WS-RVW-DAY DELIMITED SIZE
                              INTO WS-DCHK-TEXT
                       END-STRING
                       PERFORM CHECK-DATE-VALUE
                       IF NOT DATE-IS-VALID
                           MOVE WS-DCHK-MAX-DAY TO WS-RVW-DAY
                       END-IF
                       COMPUTE WS-RVW-DUE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-RVW-YMD)
                   END-IF
           END-EVALUATE
           IF WS-RVW-DUE-INT > WS-RVW-MAX-INT
               MOVE WS-RVW-MAX-INT TO WS-RVW-DUE-INT
           END-IF
           COMPUTE WS-RVW-YMD =
               FUNCTION DATE-OF-INTEGER(WS-RVW-DUE-INT)
           MOVE SPACES TO WS-RVW-DUE-DATE
           STRING WS-RVW-YEAR DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-RVW-MONTH DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-RVW-DAY DELIMITED SIZE
                  INTO WS-RVW-DUE-DATE
           END-STRING.

      * WS-RVW-TEXT (already lower-cased) as a count of at most
      * four digits with an optional d/w/m/y unit; a bare count is
      * days. Sets RVW-INTERVAL-OK, WS-RVW-N and WS-RVW-UNIT.
       PARSE-REVIEW-INTERVAL.
           MOVE 0 TO WS-RVW-FLAG
           MOVE 0 TO WS-RVW-N
           MOVE "d" TO WS-RVW-UNIT
           IF WS-RVW-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RVW-TEXT))
               TO WS-RVW-LEN
           MOVE WS-RVW-LEN TO WS-RVW-NUM-LEN
           IF WS-RVW-TEXT(WS-RVW-LEN:1) = "d" OR "w" OR "m" OR "y"
               MOVE WS-RVW-TEXT(WS-RVW-LEN:1) TO WS-RVW-UNIT
               SUBTRACT 1 FROM WS-RVW-NUM-LEN
           END-IF
           IF WS-RVW-NUM-LEN > 0 AND WS-RVW-NUM-LEN < 5
                   AND WS-RVW-TEXT(1:WS-RVW-NUM-LEN) IS NUMERIC
               MOVE WS-RVW-TEXT(1:WS-RVW-NUM-LEN) TO WS-RVW-N
               IF WS-RVW-N > 0
                   SET RVW-INTERVAL-OK TO TRUE
               END-IF
           END-IF.

      * Same stable insertion sort as SELECT-DATA-ROWS, over row
      * numbers in WS-RVW-ORDER
       SORT-REVIEW-ROWS.
           PERFORM VARYING WS-RVW-I FROM 2 BY 1
               UNTIL WS-RVW-I > WS-RVW-ROW-COUNT
               MOVE WS-RVW-ORDER(WS-RVW-I) TO WS-RVW-HOLD
               MOVE 0 TO WS-RVW-PLACED-FLAG
               COMPUTE WS-RVW-J = WS-RVW-I - 1
               PERFORM UNTIL WS-RVW-J = 0 OR RVW-ROW-PLACED
                   MOVE WS-RVW-ORDER(WS-RVW-J) TO WS-RVW-CMP
                   PERFORM COMPARE-REVIEW-ROWS
                   IF RVW-A-AFTER-B
                       MOVE WS-RVW-ORDER(WS-RVW-J)
                           TO WS-RVW-ORDER(WS-RVW-J + 1)
                       SUBTRACT 1 FROM WS-RVW-J
                   ELSE
                       SET RVW-ROW-PLACED TO TRUE
                   END-IF
               END-PERFORM
               MOVE WS-RVW-HOLD TO WS-RVW-ORDER(WS-RVW-J + 1)
           END-PERFORM.

      * Sets RVW-A-AFTER-B when row WS-RVW-CMP belongs after row
      * WS-RVW-HOLD: by author, the due rows ahead of the undated
      * ones, most overdue first, then by source path
       COMPARE-REVIEW-ROWS.
           MOVE 0 TO WS-RVW-AFTER-FLAG
           EVALUATE TRUE
               WHEN WS-RR-AUTHOR(WS-RVW-CMP)
                       NOT = WS-RR-AUTHOR(WS-RVW-HOLD)
                   IF WS-RR-AUTHOR(WS-RVW-CMP)
                           > WS-RR-AUTHOR(WS-RVW-HOLD)
                       SET RVW-A-AFTER-B TO TRUE
                   END-IF
               WHEN WS-RR-KIND(WS-RVW-CMP)
                       NOT = WS-RR-KIND(WS-RVW-HOLD)
                   IF WS-RR-KIND(WS-RVW-CMP) = "N"
                       SET RVW-A-AFTER-B TO TRUE
                   END-IF
               WHEN WS-RR-DAYS(WS-RVW-CMP)
                       NOT = WS-RR-DAYS(WS-RVW-HOLD)
                   IF WS-RR-DAYS(WS-RVW-CMP) < WS-RR-DAYS(WS-RVW-HOLD)
                       SET RVW-A-AFTER-B TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-M-SRC-REL(WS-RR-M(WS-RVW-CMP))
                           > WS-M-SRC-REL(WS-RR-M(WS-RVW-HOLD))
                       SET RVW-A-AFTER-B TO TRUE
                   END-IF
           END-EVALUATE.

      * "12 days overdue", "due today" or "due in 5 days" for row
      * WS-RVW-I
       SET-REVIEW-STATUS.
           MOVE SPACES TO WS-RVW-STATUS
           EVALUATE TRUE
               WHEN WS-RR-DAYS(WS-RVW-I) > 0
                   MOVE WS-RR-DAYS(WS-RVW-I) TO WS-RVW-DAYS-ABS
                   MOVE WS-RVW-DAYS-ABS TO WS-RVW-DAYS-DISPLAY
                   STRING FUNCTION TRIM(WS-RVW-DAYS-DISPLAY)
                              DELIMITED SIZE
                          " day" DELIMITED SIZE
                          INTO WS-RVW-STATUS
                   END-STRING
                   IF WS-RVW-DAYS-ABS > 1
                       STRING FUNCTION TRIM(WS-RVW-STATUS)
                                  DELIMITED SIZE
                              "s" DELIMITED SIZE
                              INTO WS-RVW-STATUS
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-RVW-STATUS) DELIMITED SIZE
                          " overdue" DELIMITED SIZE
                          INTO WS-RVW-STATUS
                   END-STRING
               WHEN WS-RR-DAYS(WS-RVW-I) = 0
                   MOVE "due today" TO WS-RVW-STATUS
               WHEN OTHER
                   COMPUTE WS-RVW-DAYS-ABS = 0 - WS-RR-DAYS(WS-RVW-I)
                   MOVE WS-RVW-DAYS-ABS TO WS-RVW-DAYS-DISPLAY
                   STRING "due in " DELIMITED SIZE
                          FUNCTION TRIM(WS-RVW-DAYS-DISPLAY)
                              DELIMITED SIZE
                          " day" DELIMITED SIZE
                          INTO WS-RVW-STATUS
                   END-STRING
                   IF WS-RVW-DAYS-ABS > 1
                       STRING FUNCTION TRIM(WS-RVW-STATUS)
                                  DELIMITED SIZE
                              "s" DELIMITED SIZE
                              INTO WS-RVW-STATUS
                       END-STRING
                   END-IF
           END-EVALUATE.

      * Worklist file name for WS-RVW-AUTHOR, as the author pages
      * name theirs; pages with no author at all go to
      * unassigned.txt
       DERIVE-WORKLIST-NAME.
           MOVE SPACES TO WS-RVW-FILE-NAME
           IF WS-RVW-AUTHOR = SPACES
               MOVE "unassigned.txt" TO WS-RVW-FILE-NAME
           ELSE
               STRING FUNCTION TRIM(WS-RVW-AUTHOR) DELIMITED "  "
                      ".txt" DELIMITED SIZE
                      INTO WS-RVW-FILE-NAME
               END-STRING
           END-IF.

       WRITE-REVIEW-PAGE.
           MOVE SPACES TO WS-OUTPUT-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/review.html" DELIMITED SIZE
                  INTO WS-OUTPUT-PATH
           END-STRING

           OPEN OUTPUT OUTPUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Unable to write review report: "
                       WS-OUTPUT-PATH
               EXIT PARAGRAPH
           END-IF

           MOVE "<!DOCTYPE html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-SITE-LANG TO WS-LANG-CODE-IN
           PERFORM WRITE-HTML-OPEN-TAG
           MOVE "<head><meta charset='UTF-8'>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<title>Review report</title></head>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<body>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<h1>Review report</h1>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-RVW-DUE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-RVW-WINDOW TO WS-IDX-PAGE-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<p>As of " DELIMITED SIZE
                  WS-BUILD-DATE DELIMITED SPACE
                  ": " DELIMITED SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
                  " page(s) overdue or due within " DELIMITED SIZE
                  FUNCTION TRIM(WS-IDX-PAGE-DISPLAY) DELIMITED SIZE
                  " days" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           MOVE WS-RVW-UNDATED-COUNT TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(OUTPUT-RECORD) DELIMITED SIZE
                  "; " DELIMITED SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
                  " with no reviewed: date. Pages are due "
                      DELIMITED SIZE
                  FUNCTION TRIM(WS-REVIEW-EVERY) DELIMITED SIZE
                  " after review unless they set review-every:.</p>"
                      DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           MOVE "<h2>Due for review</h2>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-RVW-DUE-COUNT = 0
               MOVE "<p>Nothing is due.</p>" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           MOVE HIGH-VALUES TO WS-RVW-AUTHOR
           PERFORM VARYING WS-RVW-J FROM 1 BY 1
               UNTIL WS-RVW-J > WS-RVW-ROW-COUNT
               MOVE WS-RVW-ORDER(WS-RVW-J) TO WS-RVW-I
               IF WS-RR-KIND(WS-RVW-I) = "D"
                   IF WS-RR-AUTHOR(WS-RVW-I) NOT = WS-RVW-AUTHOR
                       IF WS-RVW-AUTHOR NOT = HIGH-VALUES
                           MOVE "</table>" TO OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
                       MOVE WS-RR-AUTHOR(WS-RVW-I) TO WS-RVW-AUTHOR
                       PERFORM WRITE-REVIEW-AUTHOR-HEAD
                   END-IF
                   PERFORM WRITE-REVIEW-DUE-ROW
               END-IF
           END-PERFORM
           IF WS-RVW-AUTHOR NOT = HIGH-VALUES
               MOVE "</table>" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           MOVE "<h2>No reviewed: date</h2>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-RVW-UNDATED-COUNT = 0
               MOVE "<p>Every page has a reviewed: date.</p>"
                   TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           ELSE
               MOVE "<table><tr><th>Author</th><th>Page</th></tr>"
                   TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               PERFORM VARYING WS-RVW-J FROM 1 BY 1
                   UNTIL WS-RVW-J > WS-RVW-ROW-COUNT
                   MOVE WS-RVW-ORDER(WS-RVW-J) TO WS-RVW-I
                   IF WS-RR-KIND(WS-RVW-I) = "N"
                       PERFORM WRITE-REVIEW-UNDATED-ROW
                   END-IF
               END-PERFORM
               MOVE "</table>" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           MOVE "</body></html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           CLOSE OUTPUT-FILE.

       WRITE-REVIEW-AUTHOR-HEAD.
           IF WS-RVW-AUTHOR = SPACES
               MOVE "(no author)" TO WS-HTMLESC-SRC
           ELSE
               MOVE WS-RVW-AUTHOR TO WS-HTMLESC-SRC
           END-IF
           PERFORM ESCAPE-HTML-FIELD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<h3>" DELIMITED SIZE
                  FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                  "</h3>" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           PERFORM DERIVE-WORKLIST-NAME
           MOVE WS-RVW-FILE-NAME TO WS-HTMLESC-SRC
           PERFORM ESCAPE-HTML-FIELD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<p><a href=" DELIMITED SIZE
                  QUOTE "review/" DELIMITED SIZE
                  FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                  QUOTE ">Worklist (text)</a></p>" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "<table><tr><th>Page</th><th>Last reviewed</th>"
                      DELIMITED SIZE
                  "<th>Due</th><th>Status</th></tr>"
                      DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD.

       WRITE-REVIEW-DUE-ROW.
           PERFORM SET-REVIEW-STATUS
           MOVE WS-M-SRC-REL(WS-RR-M(WS-RVW-I)) TO WS-HTMLESC-SRC
           PERFORM ESCAPE-HTML-FIELD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<tr><td><a href=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  FUNCTION TRIM(WS-M-OUT-REL(WS-RR-M(WS-RVW-I)))
                      DELIMITED "  "
                  QUOTE ">" DELIMITED SIZE
                  FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                  "</a></td><td>" DELIMITED SIZE
                  WS-M-REVIEWED(WS-RR-M(WS-RVW-I))(1:10)
                      DELIMITED SIZE
                  "</td><td>" DELIMITED SIZE
                  WS-RR-DUE(WS-RVW-I) DELIMITED SIZE
                  "</td><td>" DELIMITED SIZE
                  FUNCTION TRIM(WS-RVW-STATUS) DELIMITED SIZE
                  "</td></tr>" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD.

       WRITE-REVIEW-UNDATED-ROW.
           IF WS-RR-AUTHOR(WS-RVW-I) = SPACES
               MOVE "(no author)" TO WS-HTMLESC-SRC
           ELSE
               MOVE WS-RR-AUTHOR(WS-RVW-I) TO WS-HTMLESC-SRC
           END-IF
           PERFORM ESCAPE-HTML-FIELD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<tr><td>" DELIMITED SIZE
                  FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                  "</td><td><a href=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  FUNCTION TRIM(WS-M-OUT-REL(WS-RR-M(WS-RVW-I)))
                      DELIMITED "  "
                  QUOTE ">" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           MOVE WS-M-SRC-REL(WS-RR-M(WS-RVW-I)) TO WS-HTMLESC-SRC
           PERFORM ESCAPE-HTML-FIELD
           STRING FUNCTION TRIM(OUTPUT-RECORD) DELIMITED SIZE
                  FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                  "</a></td></tr>" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD.

      * Plain text, for mailing: rows WS-RVW-GROUP-START through
      * WS-RVW-GROUP-END of the sorted order, all one author's
       WRITE-AUTHOR-WORKLIST.
           PERFORM DERIVE-WORKLIST-NAME
           MOVE SPACES TO WS-OUTPUT-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/review/" DELIMITED SIZE
                  WS-RVW-FILE-NAME DELIMITED "  "
                  INTO WS-OUTPUT-PATH
           END-STRING

           OPEN OUTPUT OUTPUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Unable to write review worklist: "
                       WS-OUTPUT-PATH
               EXIT PARAGRAPH
           END-IF
           IF WS-RVW-WRITTEN-COUNT < 2000
               ADD 1 TO WS-RVW-WRITTEN-COUNT
               SET WS-RW-IDX TO WS-RVW-WRITTEN-COUNT
               MOVE WS-RVW-FILE-NAME
                   TO WS-RVW-WRITTEN-NAME(WS-RW-IDX)
           ELSE
               SET RVW-WRITTEN-OVERFLOW TO TRUE
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           IF WS-RVW-AUTHOR = SPACES
               MOVE "Review worklist: pages with no author"
                   TO OUTPUT-RECORD
           ELSE
               STRING "Review worklist: " DELIMITED SIZE
                      FUNCTION TRIM(WS-RVW-AUTHOR) DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
           END-IF
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING FUNCTION TRIM(WS-SITE-TITLE) DELIMITED SIZE
                  ", as of " DELIMITED SIZE
                  WS-BUILD-DATE DELIMITED SPACE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-RVW-PLACED-FLAG
           PERFORM VARYING WS-RVW-J FROM WS-RVW-GROUP-START BY 1
               UNTIL WS-RVW-J > WS-RVW-GROUP-END
               MOVE WS-RVW-ORDER(WS-RVW-J) TO WS-RVW-I
               IF WS-RR-KIND(WS-RVW-I) = "D"
                   IF NOT RVW-ROW-PLACED
                       MOVE SPACES TO OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                       MOVE WS-RVW-WINDOW TO WS-IDX-PAGE-DISPLAY
                       STRING "Overdue or due within " DELIMITED SIZE
                              FUNCTION TRIM(WS-IDX-PAGE-DISPLAY)
                                  DELIMITED SIZE
                              " days:" DELIMITED SIZE
                              INTO OUTPUT-RECORD
                       END-STRING
                       WRITE OUTPUT-RECORD
                       SET RVW-ROW-PLACED TO TRUE
                   END-IF
                   PERFORM SET-REVIEW-STATUS
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "  " DELIMITED SIZE
                          FUNCTION TRIM(WS-M-SRC-REL(WS-RR-M(WS-RVW-I)))
                              DELIMITED SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
                   WRITE OUTPUT-RECORD
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "      last reviewed " DELIMITED SIZE
                          WS-M-REVIEWED(WS-RR-M(WS-RVW-I))(1:10)
                              DELIMITED SIZE
                          ", due " DELIMITED SIZE
                          WS-RR-DUE(WS-RVW-I) DELIMITED SIZE
                          ": " DELIMITED SIZE
                          FUNCTION TRIM(WS-RVW-STATUS) DELIMITED SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM

           MOVE 0 TO WS-RVW-PLACED-FLAG
           PERFORM VARYING WS-RVW-J FROM WS-RVW-GROUP-START BY 1
               UNTIL WS-RVW-J > WS-RVW-GROUP-END
               MOVE WS-RVW-ORDER(WS-RVW-J) TO WS-RVW-I
               IF WS-RR-KIND(WS-RVW-I) = "N"
                   IF NOT RVW-ROW-PLACED
                       MOVE SPACES TO OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                       MOVE "No reviewed: date yet:" TO OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                       SET RVW-ROW-PLACED TO TRUE
                   END-IF
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "  " DELIMITED SIZE
                          FUNCTION TRIM(WS-M-SRC-REL(WS-RR-M(WS-RVW-I)))
                              DELIMITED SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM

           CLOSE OUTPUT-FILE.

      * A feed and a sitemap per language, named like the site
      * index (feed.xml, feed.cy.xml...). A language that has lost
      * all its pages loses both files.
       GENERATE-FEED-AND-SITEMAP.
           PERFORM VARYING WS-LNG-IDX FROM 1 BY 1
               UNTIL WS-LNG-IDX > WS-LANG-COUNT
               PERFORM SELECT-LISTING-LANGUAGE
               IF WS-LISTING-LANG = WS-SITE-LANG
                       OR WS-LNG-PAGES(WS-LNG-IDX) > 0
                   PERFORM WRITE-FEED-AND-SITEMAP
               ELSE
                   PERFORM REMOVE-FEED-AND-SITEMAP
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LISTING-LANG.

       REMOVE-FEED-AND-SITEMAP.
           MOVE SPACES TO WS-TEMP
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/feed" DELIMITED SIZE
                  WS-LANG-SUFFIX DELIMITED SPACE
                  ".xml" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "CBL_DELETE_FILE" USING WS-TEMP
           MOVE SPACES TO WS-TEMP
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/sitemap" DELIMITED SIZE
                  WS-LANG-SUFFIX DELIMITED SPACE
                  ".xml" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "CBL_DELETE_FILE" USING WS-TEMP.

       WRITE-FEED-AND-SITEMAP.
           MOVE SPACES TO WS-OUTPUT-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/feed" DELIMITED SIZE
                  WS-LANG-SUFFIX DELIMITED SPACE
                  ".xml" DELIMITED SIZE
                  INTO WS-OUTPUT-PATH
           END-STRING

           OPEN OUTPUT OUTPUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Unable to write feed: " WS-OUTPUT-PATH
           ELSE
               MOVE SPACES TO OUTPUT-RECORD
               MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
                   TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD

               MOVE SPACES TO OUTPUT-RECORD
               MOVE "<rss version=""2.0""><channel>" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD

               MOVE WS-SITE-TITLE TO WS-HTMLESC-SRC
               PERFORM ESCAPE-HTML-FIELD
               MOVE SPACES TO OUTPUT-RECORD
               STRING "<title>" DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                      "</title>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD

               MOVE SPACES TO OUTPUT-RECORD
               STRING "<link>" DELIMITED SIZE
                      FUNCTION TRIM(WS-SITE-URL) DELIMITED "  "
                      "</link>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD

               MOVE SPACES TO OUTPUT-RECORD
               STRING "<description>" DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST) DELIMITED SIZE
                      "</description>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD

               MOVE SPACES TO OUTPUT-RECORD
               STRING "<language>" DELIMITED SIZE
                      WS-LISTING-LANG DELIMITED SPACE
                      "</language>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD

               PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-MANIFEST-COUNT
                   PERFORM CHECK-ENTRY-IN-LANG
                   IF ENTRY-IN-LANG
                       PERFORM WRITE-FEED-ITEM
                   END-IF
               END-PERFORM

               MOVE SPACES TO OUTPUT-RECORD
               MOVE "</channel></rss>" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD

               CLOSE OUTPUT-FILE
           END-IF

           PERFORM WRITE-LANGUAGE-SITEMAP.

       WRITE-FEED-ITEM.
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "<item>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-M-TITLE(WS-M-IDX) TO WS-HTMLESC-SRC
           PERFORM ESCAPE-HTML-FIELD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "<title>" DELIMITED SIZE
                  FUNCTION TRIM(WS-HTMLESC-DEST)
                      DELIMITED SIZE
                  "</title>" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "<link>" DELIMITED SIZE
                  FUNCTION TRIM(WS-SITE-URL) DELIMITED "  "
                  FUNCTION TRIM(WS-M-OUT-REL(WS-M-IDX))
                      DELIMITED "  "
                  "</link>" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "<pubDate>" DELIMITED SIZE
                  FUNCTION TRIM(WS-M-DATE(WS-M-IDX))
                      DELIMITED "  "
                  "</pubDate>" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

      * The item description is the page summary; pages with no
      * summary at all keep the old reading-time placeholder
           IF FUNCTION TRIM(WS-M-SUMMARY(WS-M-IDX))
                   NOT = SPACES
               MOVE WS-M-SUMMARY(WS-M-IDX) TO WS-HTMLESC-SRC
               PERFORM ESCAPE-HTML-FIELD
               MOVE SPACES TO OUTPUT-RECORD
               STRING "<description>" DELIMITED SIZE
                      FUNCTION TRIM(WS-HTMLESC-DEST)
                          DELIMITED SIZE
                      "</description>" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
           ELSE
               MOVE WS-M-READTIME(WS-M-IDX)
                   TO WS-COUNT-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "<description>" DELIMITED SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED SIZE
                      " min read</description>"
                          DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
           END-IF
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           MOVE "</item>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-LANGUAGE-SITEMAP.
           MOVE SPACES TO WS-OUTPUT-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/sitemap" DELIMITED SIZE
                  WS-LANG-SUFFIX DELIMITED SPACE
                  ".xml" DELIMITED SIZE
                  INTO WS-OUTPUT-PATH
           END-STRING

           OPEN OUTPUT OUTPUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Unable to write sitemap: " WS-OUTPUT-PATH
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "<urlset xmlns=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  "http://www.sitemaps.org/schemas/sitemap/0.9"
                      DELIMITED SIZE
                  QUOTE ">" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               PERFORM CHECK-ENTRY-IN-LANG
               IF ENTRY-IN-LANG
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "<url><loc>" DELIMITED SIZE
                          FUNCTION TRIM(WS-SITE-URL) DELIMITED "  "
                          FUNCTION TRIM(WS-M-OUT-REL(WS-M-IDX))
                              DELIMITED "  "
                          "</loc></url>" DELIMITED SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM

      * The language's date archive pages follow its content pages
           PERFORM VARYING WS-AW-IDX FROM 1 BY 1
               UNTIL WS-AW-IDX > WS-ARC-WRITTEN-COUNT
               IF WS-AW-LANG(WS-AW-IDX) = WS-LISTING-LANG
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "<url><loc>" DELIMITED SIZE
                          FUNCTION TRIM(WS-SITE-URL) DELIMITED "  "
                          FUNCTION TRIM(WS-AW-REL(WS-AW-IDX))
                              DELIMITED SIZE
                          "</loc></url>" DELIMITED SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO OUTPUT-RECORD
           MOVE "</urlset>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           CLOSE OUTPUT-FILE.

      * search-index.txt (one out-rel|title|words record per
      * published page) plus the search.html page that loads it and
      * filters as the reader types. The title is pipe-escaped the
      * same way checkpoint fields are, so a "|" in a title cannot
      * shift the record's fields.
       GENERATE-SEARCH-INDEX.
           MOVE SPACES TO WS-SEARCH-INDEX-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/search-index.txt" DELIMITED SIZE
                  INTO WS-SEARCH-INDEX-PATH
           END-STRING

           OPEN OUTPUT SEARCH-INDEX-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Unable to write search index: "
                       WS-SEARCH-INDEX-PATH
           ELSE
               PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SEARCH-COUNT
      * The title reaches the reader through search.html's
      * innerHTML, so it is HTML-escaped before the pipe-escape
                   MOVE WS-SR-TITLE(WS-SR-IDX) TO WS-HTMLESC-SRC
                   PERFORM ESCAPE-HTML-FIELD
                   MOVE WS-HTMLESC-DEST(1:200) TO WS-ESC-SRC
                   PERFORM ESCAPE-CKPT-FIELD
                   MOVE SPACES TO SEARCH-INDEX-RECORD
                   STRING FUNCTION TRIM(WS-SR-OUT-REL(WS-SR-IDX))
                              DELIMITED SIZE
                          "|" DELIMITED SIZE
                          FUNCTION TRIM(WS-ESC-DEST) DELIMITED SIZE
                          "|" DELIMITED SIZE
                          FUNCTION TRIM(WS-SR-WORDS(WS-SR-IDX))
                              DELIMITED SIZE
                          INTO SEARCH-INDEX-RECORD
                   END-STRING
                   WRITE SEARCH-INDEX-RECORD
               END-PERFORM
               CLOSE SEARCH-INDEX-FILE
           END-IF

           PERFORM WRITE-SEARCH-PAGE.

       WRITE-SEARCH-PAGE.
           MOVE SPACES TO WS-OUTPUT-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/search.html" DELIMITED SIZE
                  INTO WS-OUTPUT-PATH
           END-STRING

           OPEN OUTPUT OUTPUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Unable to write search page: "
                       WS-OUTPUT-PATH
               EXIT PARAGRAPH
           END-IF

           MOVE "<!DOCTYPE html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-SITE-LANG TO WS-LANG-CODE-IN
           PERFORM WRITE-HTML-OPEN-TAG
           MOVE "<head><meta charset='UTF-8'>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<title>Search</title></head>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<body>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<h1>Search</h1>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<input type='text' id='q'" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE " placeholder='Type to search...' autofocus>" TO
               OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<ul id='results'></ul>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<script>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "var pages = [];" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "fetch('search-index.txt')" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE " .then(function(r) { return r.text(); })" TO
               OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE " .then(function(t) {" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  var lines = t.split('\n');" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  for (var i = 0; i < lines.length; i++) {" TO
               OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "   var f = lines[i].split('|');" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "   if (f.length >= 3) {" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
      * Undo the pipe-escape on the title (%7C before %25, so an
      * escaped literal %7C survives) before it is displayed
           MOVE "    pages.push({path: f[0]," TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "     title: f[1].split('%7C').join('|')" TO
               OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "      .split('%25').join('%')," TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "     words: f[2]});" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "   }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE " });" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "document.getElementById('q')" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE " .addEventListener('input', function() {" TO
               OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE " var q = this.value.toLowerCase()" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  .split(' ').filter(Boolean);" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE " var out = '';" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE " for (var i = 0; i < pages.length; i++) {" TO
               OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  var hay = pages[i].title.toLowerCase()" TO
               OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "   + ' ' + pages[i].words;" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  var hit = q.length > 0;" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  for (var j = 0; j < q.length; j++) {" TO
               OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "   if (hay.indexOf(q[j]) < 0) { hit = false; }" TO
               OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  if (hit) {" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "   out += '<li><a href=" DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  "' + pages[i].path + '" DELIMITED SIZE
                  QUOTE ">'" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD
           MOVE "    + pages[i].title + '</a></li>';" TO
               OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE " }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE " document.getElementById('results')" TO
               OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  .innerHTML = out;" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "});" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</script>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</body>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           CLOSE OUTPUT-FILE.

      * The JSON file of the source named in WS-API-SRC-REL, in this
      * run's output tree
       DERIVE-API-PATH.
           PERFORM DERIVE-API-REL-PATH
           MOVE SPACES TO WS-API-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/" DELIMITED SIZE
                  WS-API-REL-PATH DELIMITED SPACE
                  INTO WS-API-PATH
           END-STRING.

      * api/<source path minus .md>.json into WS-API-REL-PATH
       DERIVE-API-REL-PATH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-API-SRC-REL))
               TO WS-API-SRC-LEN
           MOVE SPACES TO WS-API-REL-PATH
           IF WS-API-SRC-REL = "pages.md" OR "tags.md" OR "authors.md"
               STRING "api/" DELIMITED SIZE
                      WS-API-SRC-REL(1:WS-API-SRC-LEN - 3)
                          DELIMITED SIZE
                      ".page.json" DELIMITED SIZE
                      INTO WS-API-REL-PATH
               END-STRING
           ELSE
               STRING "api/" DELIMITED SIZE
                      WS-API-SRC-REL(1:WS-API-SRC-LEN - 3)
                          DELIMITED SIZE
                      ".json" DELIMITED SIZE
                      INTO WS-API-REL-PATH
               END-STRING
           END-IF.

       CHECK-API-EXISTS.
           MOVE 0 TO WS-API-EXISTS
           OPEN INPUT API-FILE
           IF WS-FILE-STATUS = "00"
               SET API-FILE-EXISTS TO TRUE
               CLOSE API-FILE
           END-IF.

      * The page just written, as api/<path>.json: its manifest
      * fields on the first line and the rendered body, as one
      * string, on the second
       WRITE-PAGE-API-FILE.
           MOVE SPACES TO WS-TEMP
           STRING "mkdir -p `dirname " DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-API-PATH DELIMITED SPACE
                  QUOTE "`" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           OPEN OUTPUT API-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Error creating " WS-API-PATH
               ADD 1 TO WS-API-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAGE-TITLE      TO WS-API-TITLE
           MOVE WS-PAGE-DATE       TO WS-API-DATE
           MOVE WS-OUTPUT-REL-PATH TO WS-API-URL
           MOVE WS-PAGE-TAGS       TO WS-API-TAGS
           MOVE WS-PAGE-AUTHOR     TO WS-API-AUTHOR
           MOVE WS-PAGE-WEIGHT     TO WS-API-WEIGHT
           MOVE WS-PAGE-READTIME   TO WS-API-READTIME
           MOVE WS-PAGE-SUMMARY    TO WS-API-SUMMARY
           MOVE WS-PAGE-SERIES     TO WS-API-SERIES
           MOVE WS-PAGE-PART       TO WS-API-PART
           MOVE WS-PAGE-LANG       TO WS-API-LANG
           IF IS-DRAFT
               MOVE "Y" TO WS-API-DRAFT
           ELSE
               MOVE "N" TO WS-API-DRAFT
           END-IF

           MOVE 1 TO WS-API-PTR
           STRING "{" DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING
           PERFORM APPEND-API-FIELDS
           STRING "," DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING
           PERFORM WRITE-API-LINE

           MOVE 1 TO WS-API-PTR
           MOVE 0 TO WS-API-FIELD-COUNT
           MOVE "body" TO WS-API-KEY
           PERFORM APPEND-JSON-KEY
           STRING QUOTE DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING
           PERFORM VARYING WS-JSONESC-I FROM 1 BY 1
               UNTIL WS-JSONESC-I >= WS-BODY-LENGTH
               MOVE WS-BODY-BUFFER(WS-JSONESC-I:1) TO WS-JSONESC-CH
               PERFORM APPEND-JSON-CHAR
           END-PERFORM
           STRING QUOTE "}" DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING
           PERFORM WRITE-API-LINE
           CLOSE API-FILE.

       WRITE-API-LINE.
           COMPUTE WS-API-REC-LEN = WS-API-PTR - 1
           WRITE API-RECORD.

      * WS-API-ENTRY as JSON members, appended at WS-API-PTR. A page
      * outside any series has null series and part.
       APPEND-API-FIELDS.
           MOVE 0 TO WS-API-FIELD-COUNT
           MOVE "title" TO WS-API-KEY
           MOVE WS-API-TITLE TO WS-JSONESC-SRC
           PERFORM APPEND-JSON-STRING-MEMBER
           MOVE "date" TO WS-API-KEY
           MOVE WS-API-DATE TO WS-JSONESC-SRC
           PERFORM APPEND-JSON-STRING-MEMBER
           MOVE "url" TO WS-API-KEY
           MOVE WS-API-URL TO WS-JSONESC-SRC
           PERFORM APPEND-JSON-STRING-MEMBER
           PERFORM DERIVE-API-SECTION
           MOVE "section" TO WS-API-KEY
           MOVE WS-API-SECTION TO WS-JSONESC-SRC
           PERFORM APPEND-JSON-STRING-MEMBER
           MOVE "tags" TO WS-API-KEY
           PERFORM APPEND-JSON-KEY
           PERFORM APPEND-API-TAG-ARRAY
           MOVE "author" TO WS-API-KEY
           MOVE WS-API-AUTHOR TO WS-JSONESC-SRC
           PERFORM APPEND-JSON-STRING-MEMBER
           MOVE "weight" TO WS-API-KEY
           MOVE WS-API-WEIGHT TO WS-API-NUM-DISPLAY
           PERFORM APPEND-JSON-NUMBER-MEMBER
           MOVE "read_time" TO WS-API-KEY
           MOVE WS-API-READTIME TO WS-API-NUM-DISPLAY
           PERFORM APPEND-JSON-NUMBER-MEMBER
           MOVE "summary" TO WS-API-KEY
           MOVE WS-API-SUMMARY TO WS-JSONESC-SRC
           PERFORM APPEND-JSON-STRING-MEMBER
           IF WS-API-SERIES = SPACES
               MOVE "series" TO WS-API-KEY
               PERFORM APPEND-JSON-KEY
               PERFORM APPEND-JSON-NULL
               MOVE "part" TO WS-API-KEY
               PERFORM APPEND-JSON-KEY
               PERFORM APPEND-JSON-NULL
           ELSE
               MOVE "series" TO WS-API-KEY
               MOVE WS-API-SERIES TO WS-JSONESC-SRC
               PERFORM APPEND-JSON-STRING-MEMBER
               MOVE "part" TO WS-API-KEY
               MOVE WS-API-PART TO WS-API-NUM-DISPLAY
               PERFORM APPEND-JSON-NUMBER-MEMBER
           END-IF
           MOVE "lang" TO WS-API-KEY
           MOVE WS-API-LANG TO WS-JSONESC-SRC
           PERFORM APPEND-JSON-STRING-MEMBER
           MOVE "draft" TO WS-API-KEY
           PERFORM APPEND-JSON-KEY
           IF WS-API-DRAFT = "Y"
               STRING "true" DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
           ELSE
               STRING "false" DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
           END-IF
           MOVE "json" TO WS-API-KEY
           MOVE WS-API-REL-PATH TO WS-JSONESC-SRC
           PERFORM APPEND-JSON-STRING-MEMBER.

      * Top-level directory of the page's URL, as the section
      * indexes group it (blank for a page at the root)
       DERIVE-API-SECTION.
           MOVE SPACES TO WS-API-SECTION
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-API-URL))
               TO WS-API-SRC-LEN
           PERFORM VARYING WS-API-I FROM 1 BY 1
               UNTIL WS-API-I > WS-API-SRC-LEN
               IF WS-API-URL(WS-API-I:1) = "/"
                   IF WS-API-I > 1
                       MOVE WS-API-URL(1:WS-API-I - 1)
                           TO WS-API-SECTION
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The comma-separated tags: as an array of strings
       APPEND-API-TAG-ARRAY.
           STRING "[" DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING
           MOVE 0 TO WS-API-ITEM-COUNT
           IF WS-API-TAGS NOT = SPACES
               MOVE 1 TO WS-API-TAG-PTR
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-API-TAGS))
                   TO WS-API-TAG-LEN
               PERFORM UNTIL WS-API-TAG-PTR > WS-API-TAG-LEN
                   MOVE SPACES TO WS-API-TAG-CELL
                   UNSTRING WS-API-TAGS(1:WS-API-TAG-LEN)
                       DELIMITED BY ","
                       INTO WS-API-TAG-CELL
                       WITH POINTER WS-API-TAG-PTR
                   END-UNSTRING
                   IF WS-API-TAG-CELL NOT = SPACES
                       IF WS-API-ITEM-COUNT > 0
                           STRING ", " DELIMITED SIZE
                               INTO API-RECORD
                               WITH POINTER WS-API-PTR
                           END-STRING
                       END-IF
                       ADD 1 TO WS-API-ITEM-COUNT
                       MOVE FUNCTION TRIM(WS-API-TAG-CELL)
                           TO WS-JSONESC-SRC
                       PERFORM APPEND-JSON-STRING
                   END-IF
               END-PERFORM
           END-IF
           STRING "]" DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING.

      * "key": with the comma that separates it from the member
      * before it
       APPEND-JSON-KEY.
           IF WS-API-FIELD-COUNT > 0
               STRING ", " DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
           END-IF
           ADD 1 TO WS-API-FIELD-COUNT
           STRING QUOTE DELIMITED SIZE
                  WS-API-KEY DELIMITED SPACE
                  QUOTE ": " DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING.

       APPEND-JSON-STRING-MEMBER.
           PERFORM APPEND-JSON-KEY
           PERFORM APPEND-JSON-STRING.

       APPEND-JSON-NUMBER-MEMBER.
           PERFORM APPEND-JSON-KEY
           STRING FUNCTION TRIM(WS-API-NUM-DISPLAY) DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING.

       APPEND-JSON-NULL.
           STRING "null" DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING.

      * WS-JSONESC-SRC, trailing spaces dropped, as a JSON string
       APPEND-JSON-STRING.
           STRING QUOTE DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING
           IF WS-JSONESC-SRC NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-JSONESC-SRC TRAILING))
                   TO WS-JSONESC-LEN
               PERFORM VARYING WS-JSONESC-I FROM 1 BY 1
                   UNTIL WS-JSONESC-I > WS-JSONESC-LEN
                   MOVE WS-JSONESC-SRC(WS-JSONESC-I:1)
                       TO WS-JSONESC-CH
                   PERFORM APPEND-JSON-CHAR
               END-PERFORM
           END-IF
           STRING QUOTE DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING.

       APPEND-JSON-CHAR.
           EVALUATE TRUE
               WHEN WS-JSONESC-CH = QUOTE OR WS-JSONESC-CH = "\"
                   MOVE "\" TO API-RECORD(WS-API-PTR:1)
                   MOVE WS-JSONESC-CH TO API-RECORD(WS-API-PTR + 1:1)
                   ADD 2 TO WS-API-PTR
               WHEN WS-JSONESC-CH = X"0A"
                   MOVE "\n" TO API-RECORD(WS-API-PTR:2)
                   ADD 2 TO WS-API-PTR
               WHEN WS-JSONESC-CH = X"09"
                   MOVE "\t" TO API-RECORD(WS-API-PTR:2)
                   ADD 2 TO WS-API-PTR
               WHEN WS-JSONESC-CH = X"0D"
                   MOVE "\r" TO API-RECORD(WS-API-PTR:2)
                   ADD 2 TO WS-API-PTR
               WHEN WS-JSONESC-CH < SPACE
                   COMPUTE WS-JSONESC-CODE =
                       FUNCTION ORD(WS-JSONESC-CH) - 1
                   COMPUTE WS-JSONESC-HI = WS-JSONESC-CODE / 16
                   COMPUTE WS-JSONESC-CODE =
                       WS-JSONESC-CODE - WS-JSONESC-HI * 16
                   MOVE "\u00" TO API-RECORD(WS-API-PTR:4)
                   MOVE WS-JSONESC-HEX(WS-JSONESC-HI + 1:1)
                       TO API-RECORD(WS-API-PTR + 4:1)
                   MOVE WS-JSONESC-HEX(WS-JSONESC-CODE + 1:1)
                       TO API-RECORD(WS-API-PTR + 5:1)
                   ADD 6 TO WS-API-PTR
               WHEN OTHER
                   MOVE WS-JSONESC-CH TO API-RECORD(WS-API-PTR:1)
                   ADD 1 TO WS-API-PTR
           END-EVALUATE.

      * api/pages.json (every page in manifest order), api/tags.json
      * and api/authors.json (each tag or author with the URLs of
      * its pages, in the same order). Run after the listings, so
      * the manifest is sorted; every language is in the one file.
       GENERATE-JSON-EXPORT.
           MOVE SPACES TO WS-TEMP
           STRING "mkdir -p " DELIMITED SIZE
                  WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/api" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           PERFORM WRITE-API-PAGES-INDEX
           PERFORM WRITE-API-TAGS-INDEX
           PERFORM WRITE-API-AUTHORS-INDEX

           MOVE WS-MANIFEST-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  JSON export: "
                   FUNCTION TRIM(WS-ACTIVE-OUTPUT-DIR) "/api ("
                   FUNCTION TRIM(WS-COUNT-DISPLAY) " pages)".

      * Opens api/<WS-API-KEY>.json for one of the listings
       OPEN-API-INDEX.
           MOVE SPACES TO WS-API-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/api/" DELIMITED SIZE
                  WS-API-KEY DELIMITED SPACE
                  ".json" DELIMITED SIZE
                  INTO WS-API-PATH
           END-STRING
           MOVE 0 TO WS-API-EXISTS
           OPEN OUTPUT API-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Unable to write JSON export: "
                       FUNCTION TRIM(WS-API-PATH)
               ADD 1 TO WS-API-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           SET API-FILE-EXISTS TO TRUE
           MOVE 1 TO WS-API-PTR
           STRING "{" QUOTE DELIMITED SIZE
                  WS-API-KEY DELIMITED SPACE
                  QUOTE ": [" DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING
           PERFORM WRITE-API-LINE.

       CLOSE-API-INDEX.
           MOVE 1 TO WS-API-PTR
           STRING "]}" DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING
           PERFORM WRITE-API-LINE
           CLOSE API-FILE.

       WRITE-API-PAGES-INDEX.
           MOVE "pages" TO WS-API-KEY
           PERFORM OPEN-API-INDEX
           IF NOT API-FILE-EXISTS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               MOVE WS-M-TITLE(WS-M-IDX)    TO WS-API-TITLE
               MOVE WS-M-DATE(WS-M-IDX)     TO WS-API-DATE
               MOVE WS-M-OUT-REL(WS-M-IDX)  TO WS-API-URL
               MOVE WS-M-TAGS(WS-M-IDX)     TO WS-API-TAGS
               MOVE WS-M-AUTHOR(WS-M-IDX)   TO WS-API-AUTHOR
               MOVE WS-M-WEIGHT(WS-M-IDX)   TO WS-API-WEIGHT
               MOVE WS-M-READTIME(WS-M-IDX) TO WS-API-READTIME
               MOVE WS-M-SUMMARY(WS-M-IDX)  TO WS-API-SUMMARY
               MOVE WS-M-SERIES(WS-M-IDX)   TO WS-API-SERIES
               MOVE WS-M-PART(WS-M-IDX)     TO WS-API-PART
               MOVE WS-M-LANG(WS-M-IDX)     TO WS-API-LANG
               MOVE WS-M-DRAFT(WS-M-IDX)    TO WS-API-DRAFT
               MOVE WS-M-SRC-REL(WS-M-IDX)  TO WS-API-SRC-REL
               PERFORM DERIVE-API-REL-PATH
               MOVE 1 TO WS-API-PTR
               STRING "{" DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
               PERFORM APPEND-API-FIELDS
               STRING "}" DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
               IF WS-M-IDX < WS-MANIFEST-COUNT
                   STRING "," DELIMITED SIZE
                       INTO API-RECORD
                       WITH POINTER WS-API-PTR
                   END-STRING
               END-IF
               PERFORM WRITE-API-LINE
           END-PERFORM
           PERFORM CLOSE-API-INDEX.

       WRITE-API-TAGS-INDEX.
           MOVE "tags" TO WS-API-KEY
           PERFORM OPEN-API-INDEX
           IF NOT API-FILE-EXISTS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LISTING-LANG
           PERFORM COLLECT-LISTING-TAGS
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-TAG-COUNT
               PERFORM COUNT-TAG-MATCHES
               MOVE 1 TO WS-API-PTR
               MOVE 0 TO WS-API-FIELD-COUNT
               STRING "{" DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
               MOVE "tag" TO WS-API-KEY
               MOVE WS-ALL-TAG(WS-AT-IDX) TO WS-JSONESC-SRC
               PERFORM APPEND-JSON-STRING-MEMBER
               MOVE "count" TO WS-API-KEY
               MOVE WS-IDX-MATCH-COUNT TO WS-API-NUM-DISPLAY
               PERFORM APPEND-JSON-NUMBER-MEMBER
               MOVE "pages" TO WS-API-KEY
               PERFORM APPEND-JSON-KEY
               STRING "[" DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
               PERFORM WRITE-API-LINE
               MOVE 0 TO WS-API-ITEM-COUNT
               PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-MANIFEST-COUNT
                   PERFORM CHECK-ENTRY-HAS-TAG
                   IF ENTRY-HAS-TAG
                       PERFORM WRITE-API-PAGE-URL
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-API-PTR
               STRING "]}" DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
               IF WS-AT-IDX < WS-TAG-COUNT
                   STRING "," DELIMITED SIZE
                       INTO API-RECORD
                       WITH POINTER WS-API-PTR
                   END-STRING
               END-IF
               PERFORM WRITE-API-LINE
           END-PERFORM
           PERFORM CLOSE-API-INDEX.

      * One element of a listing's "pages" array, a line to itself;
      * WS-IDX-MATCH-COUNT says which is the last
       WRITE-API-PAGE-URL.
           ADD 1 TO WS-API-ITEM-COUNT
           MOVE 1 TO WS-API-PTR
           STRING "  " DELIMITED SIZE
               INTO API-RECORD
               WITH POINTER WS-API-PTR
           END-STRING
           MOVE WS-M-OUT-REL(WS-M-IDX) TO WS-JSONESC-SRC
           PERFORM APPEND-JSON-STRING
           IF WS-API-ITEM-COUNT < WS-IDX-MATCH-COUNT
               STRING "," DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
           END-IF
           PERFORM WRITE-API-LINE.

       WRITE-API-AUTHORS-INDEX.
           MOVE "authors" TO WS-API-KEY
           PERFORM OPEN-API-INDEX
           IF NOT API-FILE-EXISTS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AUTHOR-COUNT
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               IF FUNCTION TRIM(WS-M-AUTHOR(WS-M-IDX)) NOT = SPACES
                   PERFORM ADD-DISTINCT-AUTHOR
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
               UNTIL WS-AA-IDX > WS-AUTHOR-COUNT
               MOVE 0 TO WS-IDX-MATCH-COUNT
               PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-MANIFEST-COUNT
                   IF FUNCTION TRIM(WS-M-AUTHOR(WS-M-IDX))
                           = FUNCTION TRIM(WS-ALL-AUTHOR(WS-AA-IDX))
                       ADD 1 TO WS-IDX-MATCH-COUNT
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-API-PTR
               MOVE 0 TO WS-API-FIELD-COUNT
               STRING "{" DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
               MOVE "author" TO WS-API-KEY
               MOVE WS-ALL-AUTHOR(WS-AA-IDX) TO WS-JSONESC-SRC
               PERFORM APPEND-JSON-STRING-MEMBER
               MOVE "url" TO WS-API-KEY
               MOVE SPACES TO WS-JSONESC-SRC
               STRING "authors/" DELIMITED SIZE
                      FUNCTION TRIM(WS-ALL-AUTHOR(WS-AA-IDX))
                          DELIMITED "  "
                      ".html" DELIMITED SIZE
                      INTO WS-JSONESC-SRC
               END-STRING
               PERFORM APPEND-JSON-STRING-MEMBER
               MOVE "count" TO WS-API-KEY
               MOVE WS-IDX-MATCH-COUNT TO WS-API-NUM-DISPLAY
               PERFORM APPEND-JSON-NUMBER-MEMBER
               MOVE "pages" TO WS-API-KEY
               PERFORM APPEND-JSON-KEY
               STRING "[" DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
               PERFORM WRITE-API-LINE
               MOVE 0 TO WS-API-ITEM-COUNT
               PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-MANIFEST-COUNT
                   IF FUNCTION TRIM(WS-M-AUTHOR(WS-M-IDX))
                           = FUNCTION TRIM(WS-ALL-AUTHOR(WS-AA-IDX))
                       PERFORM WRITE-API-PAGE-URL
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-API-PTR
               STRING "]}" DELIMITED SIZE
                   INTO API-RECORD
                   WITH POINTER WS-API-PTR
               END-STRING
               IF WS-AA-IDX < WS-AUTHOR-COUNT
                   STRING "," DELIMITED SIZE
                       INTO API-RECORD
                       WITH POINTER WS-API-PTR
                   END-STRING
               END-IF
               PERFORM WRITE-API-LINE
           END-PERFORM
           PERFORM CLOSE-API-INDEX.

       VALIDATE-SITE.
      * Reconcile pages built against pages found, flag missing
      * metadata, and record the result in a build report.
           MOVE 0 TO WS-VALIDATION-ISSUES

           MOVE SPACES TO WS-OUTPUT-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/build-report.txt" DELIMITED SIZE
                  INTO WS-OUTPUT-PATH
           END-STRING

           OPEN OUTPUT OUTPUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Unable to write build report: "
                       WS-OUTPUT-PATH
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           MOVE "Division One SSG build report" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Source files found:  " DELIMITED SIZE
                  WS-SOURCE-COUNT DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Pages published:     " DELIMITED SIZE
                  WS-PAGE-COUNT DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Drafts skipped:      " DELIMITED SIZE
                  WS-DRAFT-SKIPPED-COUNT DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Pages held (future-dated): " DELIMITED SIZE
                  WS-HELD-COUNT DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Pages expired:       " DELIMITED SIZE
                  WS-EXPIRED-COUNT DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Orphaned pages pruned: " DELIMITED SIZE
                  WS-PRUNED-COUNT DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Redirect stubs written: " DELIMITED SIZE
                  WS-REDIRECT-COUNT DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD

           IF WS-WRITE-FAILED-COUNT > 0
               ADD WS-WRITE-FAILED-COUNT TO WS-VALIDATION-ISSUES
               MOVE SPACES TO OUTPUT-RECORD
               STRING "ISSUE: " DELIMITED SIZE
                      WS-WRITE-FAILED-COUNT DELIMITED SIZE
                      " page(s) failed to write output" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD
           END-IF

           IF WS-BODY-TRUNC-COUNT > 0
               ADD WS-BODY-TRUNC-COUNT TO WS-VALIDATION-ISSUES
               MOVE SPACES TO OUTPUT-RECORD
               STRING "ISSUE: " DELIMITED SIZE
                      WS-BODY-TRUNC-COUNT DELIMITED SIZE
                      " page(s) exceeded the body buffer and were"
                          DELIMITED SIZE
                      " truncated" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD
           END-IF

           IF WS-MANIFEST-OVERFLOW-COUNT > 0
               ADD WS-MANIFEST-OVERFLOW-COUNT TO WS-VALIDATION-ISSUES
               MOVE SPACES TO OUTPUT-RECORD
               STRING "ISSUE: " DELIMITED SIZE
                      WS-MANIFEST-OVERFLOW-COUNT DELIMITED SIZE
                      " page(s) omitted from index/tags/feed"
                          DELIMITED SIZE
                      " (manifest full)" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD
           END-IF

           IF WS-DATA-ISSUE-COUNT > 0
               ADD WS-DATA-ISSUE-COUNT TO WS-VALIDATION-ISSUES
               PERFORM VARYING WS-DATA-ISSUE-IDX FROM 1 BY 1
                   UNTIL WS-DATA-ISSUE-IDX > WS-DATA-ISSUE-COUNT
                       OR WS-DATA-ISSUE-IDX > 200
                   MOVE WS-DATA-ISSUE(WS-DATA-ISSUE-IDX)
                       TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-PERFORM
               IF WS-DATA-ISSUE-COUNT > 200
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "ISSUE: " DELIMITED SIZE
                          WS-DATA-ISSUE-COUNT DELIMITED SIZE
                          " data table problems in all; only the"
                              DELIMITED SIZE
                          " first 200 are listed" DELIMITED SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
                   WRITE OUTPUT-RECORD
               END-IF
           END-IF

           IF WS-SOURCE-COUNT NOT =
                   WS-PAGE-COUNT + WS-DRAFT-SKIPPED-COUNT
                       + WS-HELD-COUNT + WS-EXPIRED-COUNT
                       + WS-WRITE-FAILED-COUNT
               ADD 1 TO WS-VALIDATION-ISSUES
               MOVE SPACES TO OUTPUT-RECORD
               MOVE "ISSUE: source count does not reconcile with"
                   TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SPACES TO OUTPUT-RECORD
               MOVE "       published + skipped + held + expired"
                   TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SPACES TO OUTPUT-RECORD
               MOVE "       + failed pages"
                   TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               IF FUNCTION TRIM(WS-M-TITLE(WS-M-IDX)) = SPACES
                   ADD 1 TO WS-VALIDATION-ISSUES
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "ISSUE: missing title for "
                              DELIMITED SIZE
                          FUNCTION TRIM(WS-M-OUT-REL(WS-M-IDX))
                              DELIMITED "  "
                          INTO OUTPUT-RECORD
                   END-STRING
                   WRITE OUTPUT-RECORD
               END-IF
               IF FUNCTION TRIM(WS-M-DATE(WS-M-IDX)) = SPACES
                   ADD 1 TO WS-VALIDATION-ISSUES
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "ISSUE: missing date for "
                              DELIMITED SIZE
                          FUNCTION TRIM(WS-M-OUT-REL(WS-M-IDX))
                              DELIMITED "  "
                          INTO OUTPUT-RECORD
                   END-STRING
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM

           PERFORM CHECK-API-EXPORT
           PERFORM CHECK-INTERNAL-LINKS
           PERFORM CHECK-TRANSLATIONS

           MOVE SPACES TO OUTPUT-RECORD
           IF WS-VALIDATION-ISSUES = 0
               MOVE "Result: OK" TO OUTPUT-RECORD
           ELSE
               STRING "Result: " DELIMITED SIZE
                      WS-VALIDATION-ISSUES DELIMITED SIZE
                      " issue(s) found" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
           END-IF
           WRITE OUTPUT-RECORD

           CLOSE OUTPUT-FILE

           IF WS-VALIDATION-ISSUES > 0
               DISPLAY "divisionone-ssg: " WS-VALIDATION-ISSUES
                       " validation issue(s); see "
                       WS-OUTPUT-PATH
               MOVE 1 TO RETURN-CODE
           END-IF.

      * The JSON export, written into the open build report: a
      * listing or page file that could not be written, and any
      * published page whose api/<path>.json is not in the tree
       CHECK-API-EXPORT.
           IF WS-API-FAILED-COUNT > 0
               ADD WS-API-FAILED-COUNT TO WS-VALIDATION-ISSUES
               MOVE SPACES TO OUTPUT-RECORD
               STRING "ISSUE: " DELIMITED SIZE
                      WS-API-FAILED-COUNT DELIMITED SIZE
                      " JSON export file(s) failed to write"
                          DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD
           END-IF
           MOVE 0 TO WS-API-MISSING-COUNT
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               MOVE WS-M-SRC-REL(WS-M-IDX) TO WS-API-SRC-REL
               PERFORM DERIVE-API-PATH
               PERFORM CHECK-API-EXISTS
               IF NOT API-FILE-EXISTS
                   ADD 1 TO WS-API-MISSING-COUNT
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "ISSUE: missing JSON export "
                              DELIMITED SIZE
                          FUNCTION TRIM(WS-API-REL-PATH)
                              DELIMITED SIZE
                          " for " DELIMITED SIZE
                          FUNCTION TRIM(WS-M-OUT-REL(WS-M-IDX))
                              DELIMITED SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM
           ADD WS-API-MISSING-COUNT TO WS-VALIDATION-ISSUES.

      * Translations needing attention, written into the open build
      * report: one whose original is not published this run, and
      * one whose source was last changed before its original's.
      * These are editorial notes, not build issues, so they do not
      * count against the result.
       CHECK-TRANSLATIONS.
           MOVE 0 TO WS-TRANS-NOTE-COUNT
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               IF WS-M-HAS-TRANS(WS-M-IDX) = "Y"
                   PERFORM CHECK-ONE-TRANSLATION
               END-IF
           END-PERFORM
           IF WS-TRANS-NOTE-COUNT > 0
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Translations to review: " DELIMITED SIZE
                      WS-TRANS-NOTE-COUNT DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD
           END-IF.

       CHECK-ONE-TRANSLATION.
           MOVE 0 TO WS-TRANS-PARTNERS
           MOVE 0 TO WS-TRANS-ORIG-IDX
           PERFORM VARYING WS-TRANS-J FROM 1 BY 1
               UNTIL WS-TRANS-J > WS-MANIFEST-COUNT
               IF WS-TRANS-J NOT = WS-M-IDX
                       AND WS-M-TKEY(WS-TRANS-J) = WS-M-TKEY(WS-M-IDX)
                   ADD 1 TO WS-TRANS-PARTNERS
                   IF WS-M-HAS-TRANS(WS-TRANS-J) = "N"
                       MOVE WS-TRANS-J TO WS-TRANS-ORIG-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TRANS-PARTNERS = 0
               ADD 1 TO WS-TRANS-NOTE-COUNT
               MOVE SPACES TO OUTPUT-RECORD
               STRING "TRANSLATION: " DELIMITED SIZE
                      FUNCTION TRIM(WS-M-OUT-REL(WS-M-IDX))
                          DELIMITED SIZE
                      " (" DELIMITED SIZE
                      WS-M-LANG(WS-M-IDX) DELIMITED SPACE
                      ") is a translation of " DELIMITED SIZE
                      FUNCTION TRIM(WS-M-TKEY(WS-M-IDX))
                          DELIMITED SIZE
                      ", which is not published" DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-TRANS-ORIG-IDX > 0
               IF FUNCTION NUMVAL(WS-M-MTIME(WS-TRANS-ORIG-IDX))
                       > FUNCTION NUMVAL(WS-M-MTIME(WS-M-IDX))
                   ADD 1 TO WS-TRANS-NOTE-COUNT
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "TRANSLATION: " DELIMITED SIZE
                          FUNCTION TRIM(WS-M-OUT-REL(WS-M-IDX))
                              DELIMITED SIZE
                          " (" DELIMITED SIZE
                          WS-M-LANG(WS-M-IDX) DELIMITED SPACE
                          ") is older than its original "
                              DELIMITED SIZE
                          FUNCTION TRIM
                              (WS-M-OUT-REL(WS-TRANS-ORIG-IDX))
                              DELIMITED SIZE
                          " (" DELIMITED SIZE
                          WS-M-LANG(WS-TRANS-ORIG-IDX)
                              DELIMITED SPACE
                          ")" DELIMITED SIZE
                          INTO OUTPUT-RECORD
                   END-STRING
                   WRITE OUTPUT-RECORD
               END-IF
           END-IF.

      * Broken internal links, written into the open build report.
      * Every target collected while bodies rendered (or carried
      * forward for unchanged pages) must match a page written this
      * run, a queued redirect stub, or a file actually standing in
      * the output tree (listings, static assets, copied images).
      * Runs after PRUNE-ORPHANED-OUTPUTS and WRITE-REDIRECT-STUBS,
      * so what is on disk is what readers will get.
       CHECK-INTERNAL-LINKS.
           MOVE 0 TO WS-BROKEN-LINK-COUNT
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LINKS-COUNT
               IF FUNCTION TRIM(WS-LNK-TARGETS(WS-LNK-IDX))
                       NOT = SPACES
                   PERFORM CHECK-ONE-PAGE-LINKS
               END-IF
           END-PERFORM
           IF WS-BROKEN-LINK-COUNT > 0
               ADD WS-BROKEN-LINK-COUNT TO WS-VALIDATION-ISSUES
           END-IF.

       CHECK-ONE-PAGE-LINKS.
           MOVE 1 TO WS-LNK-SCAN-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM
               (WS-LNK-TARGETS(WS-LNK-IDX))) TO WS-LNK-TARGETS-LEN
           PERFORM UNTIL WS-LNK-SCAN-PTR > WS-LNK-TARGETS-LEN
               MOVE SPACES TO WS-LNK-SCAN-CELL
               UNSTRING WS-LNK-TARGETS(WS-LNK-IDX)
                       (1:WS-LNK-TARGETS-LEN)
                   DELIMITED BY ","
                   INTO WS-LNK-SCAN-CELL
                   WITH POINTER WS-LNK-SCAN-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-LNK-SCAN-CELL) NOT = SPACES
                   PERFORM CHECK-ONE-LINK-TARGET
               END-IF
           END-PERFORM.

       CHECK-ONE-LINK-TARGET.
           MOVE 0 TO WS-LINK-FOUND
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MANIFEST-COUNT
               IF FUNCTION TRIM(WS-M-OUT-REL(WS-M-IDX))
                       = FUNCTION TRIM(WS-LNK-SCAN-CELL)
                   MOVE 1 TO WS-LINK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LINK-FOUND = 0
               PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REDIR-Q-COUNT
                   IF FUNCTION TRIM(WS-RQ-FROM-REL(WS-RQ-IDX))
                           = FUNCTION TRIM(WS-LNK-SCAN-CELL)
                       MOVE 1 TO WS-LINK-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
      * The target comes straight out of a writer's [text](url),
      * so it must never reach a shell; an OPEN probe answers the
      * same question without quoting hazards
           IF WS-LINK-FOUND = 0
               MOVE SPACES TO WS-CONTENT-PATH
               STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                      "/" DELIMITED SIZE
                      FUNCTION TRIM(WS-LNK-SCAN-CELL) DELIMITED SIZE
                      INTO WS-CONTENT-PATH
               END-STRING
               OPEN INPUT CONTENT-FILE
               IF WS-FILE-STATUS = "00"
                   MOVE 1 TO WS-LINK-FOUND
                   CLOSE CONTENT-FILE
               END-IF
           END-IF
           IF WS-LINK-FOUND = 0
               ADD 1 TO WS-BROKEN-LINK-COUNT
               MOVE SPACES TO OUTPUT-RECORD
               STRING "ISSUE: broken link in " DELIMITED SIZE
                      FUNCTION TRIM(WS-LNK-OUT-REL(WS-LNK-IDX))
                          DELIMITED SIZE
                      " -> " DELIMITED SIZE
                      FUNCTION TRIM(WS-LNK-SCAN-CELL) DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               WRITE OUTPUT-RECORD
           END-IF.

      * One record appended per run, whatever the outcome, so the
      * operator can see what every run between two snapshots of
      * build-report.txt actually did
       APPEND-BUILD-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           MOVE SPACES TO WS-HIST-TIMESTAMP
           STRING WS-CURRENT-DATE-RAW(1:4) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(5:2) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(7:2) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(9:2) DELIMITED SIZE
                  ":" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(11:2) DELIMITED SIZE
                  ":" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(13:2) DELIMITED SIZE
                  INTO WS-HIST-TIMESTAMP
           END-STRING
           COMPUTE WS-RUN-END-SECS =
               FUNCTION NUMVAL(WS-CURRENT-DATE-RAW(9:2)) * 3600
               + FUNCTION NUMVAL(WS-CURRENT-DATE-RAW(11:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-DATE-RAW(13:2))
           IF WS-RUN-END-SECS >= WS-RUN-START-SECS
               COMPUTE WS-RUN-ELAPSED =
                   WS-RUN-END-SECS - WS-RUN-START-SECS
           ELSE
      * The run crossed midnight
               COMPUTE WS-RUN-ELAPSED =
                   WS-RUN-END-SECS + 86400 - WS-RUN-START-SECS
           END-IF

           PERFORM DERIVE-RUN-FLAGS

           MOVE SPACES TO WS-HIST-RESULT
           IF WS-VALIDATION-ISSUES = 0
               MOVE "OK" TO WS-HIST-RESULT
           ELSE
               STRING WS-VALIDATION-ISSUES DELIMITED SIZE
                      " issue(s)" DELIMITED SIZE
                      INTO WS-HIST-RESULT
               END-STRING
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "05"
               DISPLAY "  Unable to append build history: "
                       WS-HISTORY-PATH
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HISTORY-RECORD
           STRING WS-HIST-TIMESTAMP DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM(WS-COMMAND) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM(WS-HIST-FLAGS) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-SOURCE-COUNT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-PAGE-COUNT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-DRAFT-SKIPPED-COUNT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-HELD-COUNT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-EXPIRED-COUNT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-PRUNED-COUNT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-WRITE-FAILED-COUNT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM(WS-HIST-RESULT) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-RUN-ELAPSED DELIMITED SIZE
                  INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD

           CLOSE HISTORY-FILE.

      * A rollback records the release it put back in place of
      * the build flags
       DERIVE-RUN-FLAGS.
           MOVE SPACES TO WS-HIST-FLAGS
           IF WS-COMMAND = "rollback"
               MOVE WS-RLS-TARGET TO WS-HIST-FLAGS
           ELSE
               IF BUILD-DRAFTS-MODE AND FORCE-FULL-BUILD
                   MOVE "--drafts --full" TO WS-HIST-FLAGS
               ELSE
                   IF BUILD-DRAFTS-MODE
                       MOVE "--drafts" TO WS-HIST-FLAGS
                   END-IF
                   IF FORCE-FULL-BUILD
                       MOVE "--full" TO WS-HIST-FLAGS
                   END-IF
               END-IF
           END-IF.

      * Hash every file now in the active output tree into
      * release-manifest.txt. Runs after the build report so that
      * report is covered too; a tree that cannot be listed counts
      * against the build like any validation issue, so a promote
      * never ships without its manifest.
       WRITE-RELEASE-MANIFEST.
           MOVE WS-ACTIVE-OUTPUT-DIR TO WS-HASH-TREE-DIR
           PERFORM LIST-TREE-HASHES

           MOVE SPACES TO WS-RMF-PATH
           STRING WS-ACTIVE-OUTPUT-DIR DELIMITED SPACE
                  "/" DELIMITED SIZE
                  WS-RMF-NAME DELIMITED SPACE
                  INTO WS-RMF-PATH
           END-STRING
           MOVE 0 TO WS-HASH-LIST-EOF
           IF NOT HASH-LIST-FAILED
               OPEN INPUT HASH-LIST-FILE
               IF WS-FILE-STATUS NOT = "00"
                   SET HASH-LIST-FAILED TO TRUE
               ELSE
                   OPEN OUTPUT RELEASE-MANIFEST-FILE
                   IF WS-FILE-STATUS NOT = "00"
                       CLOSE HASH-LIST-FILE
                       SET HASH-LIST-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF HASH-LIST-FAILED
               DISPLAY "  Unable to write release manifest: "
                       FUNCTION TRIM(WS-RMF-PATH)
               ADD 1 TO WS-VALIDATION-ISSUES
               PERFORM REMOVE-HASH-LIST
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           MOVE SPACES TO WS-RMF-TIMESTAMP
           STRING WS-CURRENT-DATE-RAW(1:4) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(5:2) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(7:2) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(9:2) DELIMITED SIZE
                  ":" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(11:2) DELIMITED SIZE
                  ":" DELIMITED SIZE
                  WS-CURRENT-DATE-RAW(13:2) DELIMITED SIZE
                  INTO WS-RMF-TIMESTAMP
           END-STRING
           PERFORM DERIVE-RUN-FLAGS

           MOVE "# Division One SSG release manifest"
               TO RELEASE-MANIFEST-RECORD
           WRITE RELEASE-MANIFEST-RECORD
           MOVE SPACES TO RELEASE-MANIFEST-RECORD
           STRING "# Built: " DELIMITED SIZE
                  WS-RMF-TIMESTAMP DELIMITED SIZE
                  INTO RELEASE-MANIFEST-RECORD
           END-STRING
           WRITE RELEASE-MANIFEST-RECORD
           MOVE SPACES TO RELEASE-MANIFEST-RECORD
           STRING "# Command: divisionone " DELIMITED SIZE
                  FUNCTION TRIM(WS-COMMAND) DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(WS-HIST-FLAGS) DELIMITED SIZE
                  INTO RELEASE-MANIFEST-RECORD
           END-STRING
           WRITE RELEASE-MANIFEST-RECORD

           MOVE 0 TO WS-RMF-FILE-COUNT
           MOVE 0 TO WS-RMF-BYTES
           PERFORM UNTIL HASH-LIST-DONE
               READ HASH-LIST-FILE INTO WS-HL-LINE
                   AT END
                       SET HASH-LIST-DONE TO TRUE
                   NOT AT END
                       PERFORM PARSE-HASH-LIST-LINE
                       IF WS-HL-PATH NOT = SPACES
                           PERFORM WRITE-MANIFEST-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HASH-LIST-FILE

           MOVE SPACES TO RELEASE-MANIFEST-RECORD
           STRING "# Files: " DELIMITED SIZE
                  WS-RMF-FILE-COUNT DELIMITED SIZE
                  "  Bytes: " DELIMITED SIZE
                  WS-RMF-BYTES DELIMITED SIZE
                  INTO RELEASE-MANIFEST-RECORD
           END-STRING
           WRITE RELEASE-MANIFEST-RECORD
           CLOSE RELEASE-MANIFEST-FILE
           PERFORM REMOVE-HASH-LIST

           DISPLAY "  Release manifest: " FUNCTION TRIM(WS-RMF-PATH)
                   " (" WS-RMF-FILE-COUNT " files)"
      * The listing's own shell calls leave RETURN-CODE behind;
      * the build's verdict is what the caller should see
           IF WS-VALIDATION-ISSUES > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       WRITE-MANIFEST-ENTRY.
           ADD 1 TO WS-RMF-FILE-COUNT
           ADD WS-HL-SIZE TO WS-RMF-BYTES
           MOVE WS-HL-SIZE TO WS-RMF-SIZE-OUT
           MOVE SPACES TO RELEASE-MANIFEST-RECORD
           STRING WS-HL-HASH DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-RMF-SIZE-OUT DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(WS-HL-PATH TRAILING) DELIMITED SIZE
                  INTO RELEASE-MANIFEST-RECORD
           END-STRING
           WRITE RELEASE-MANIFEST-RECORD.

      * List WS-HASH-TREE-DIR into WS-HASH-LIST-PATH, one
      * "size hash  ./path" line per file in C order, leaving out
      * the tree's own release manifest. File names only ever
      * travel as NUL-separated data, never as shell words.
       LIST-TREE-HASHES.
           MOVE 0 TO WS-HASH-LIST-FLAG
           MOVE SPACES TO WS-TEMP
           STRING "(cd " DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-HASH-TREE-DIR DELIMITED SPACE
                  QUOTE DELIMITED SIZE
                  " && find . -type f ! -path ./" DELIMITED SIZE
                  WS-RMF-NAME DELIMITED SPACE
                  " -print0) | LC_ALL=C sort -z > " DELIMITED SIZE
                  WS-HASH-NAMES-PATH DELIMITED SPACE
                  " && (cd " DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-HASH-TREE-DIR DELIMITED SPACE
                  QUOTE DELIMITED SIZE
                  " && xargs -0 -r stat -c %s) < " DELIMITED SIZE
                  WS-HASH-NAMES-PATH DELIMITED SPACE
                  " > " DELIMITED SIZE
                  WS-HASH-SIZES-PATH DELIMITED SPACE
                  " && (cd " DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  WS-HASH-TREE-DIR DELIMITED SPACE
                  QUOTE DELIMITED SIZE
                  " && xargs -0 -r sha256sum) < " DELIMITED SIZE
                  WS-HASH-NAMES-PATH DELIMITED SPACE
                  " > " DELIMITED SIZE
                  WS-HASH-SUMS-PATH DELIMITED SPACE
                  " && paste -d " DELIMITED SIZE
                  QUOTE " " QUOTE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-HASH-SIZES-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-HASH-SUMS-PATH DELIMITED SPACE
                  " > " DELIMITED SIZE
                  WS-HASH-LIST-PATH DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP
           IF RETURN-CODE NOT = 0
               SET HASH-LIST-FAILED TO TRUE
           END-IF.

      * sha256sum marks a name it had to escape with a leading
      * backslash; the hash still follows it, and the escaped name
      * is compared as it stands
       PARSE-HASH-LIST-LINE.
           MOVE SPACES TO WS-HL-PATH
           MOVE SPACES TO WS-HL-HASH
           MOVE 0 TO WS-HL-SIZE
           MOVE SPACES TO WS-HL-SIZE-TEXT
           MOVE 1 TO WS-HL-PTR
           UNSTRING WS-HL-LINE DELIMITED BY SPACE
               INTO WS-HL-SIZE-TEXT
               WITH POINTER WS-HL-PTR
           END-UNSTRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HL-SIZE-TEXT))
               TO WS-HL-SIZE-LEN
           IF WS-HL-SIZE-LEN = 0 OR WS-HL-SIZE-LEN > 12
                   OR WS-HL-SIZE-TEXT(1:WS-HL-SIZE-LEN) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HL-SIZE-TEXT(1:WS-HL-SIZE-LEN) TO WS-HL-SIZE
           IF WS-HL-LINE(WS-HL-PTR:1) = "\"
               ADD 1 TO WS-HL-PTR
           END-IF
           IF WS-HL-PTR > 320
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HL-LINE(WS-HL-PTR:64) TO WS-HL-HASH
           IF WS-HL-LINE(WS-HL-PTR + 66:2) = "./"
               MOVE WS-HL-LINE(WS-HL-PTR + 68:) TO WS-HL-PATH
           ELSE
               MOVE WS-HL-LINE(WS-HL-PTR + 66:) TO WS-HL-PATH
           END-IF.

       REMOVE-HASH-LIST.
           CALL "CBL_DELETE_FILE" USING WS-HASH-NAMES-PATH
           CALL "CBL_DELETE_FILE" USING WS-HASH-SIZES-PATH
           CALL "CBL_DELETE_FILE" USING WS-HASH-SUMS-PATH
           CALL "CBL_DELETE_FILE" USING WS-HASH-LIST-PATH.

      * "verify [dir]": re-hash a tree (the live output by default)
      * and compare it with the release manifest it carries. Every
      * file added, missing or modified since the manifest was
      * written is listed; any of them makes the exit status 1.
       VERIFY-SITE.
           MOVE WS-OUTPUT-DIR TO WS-VFY-DIR
           IF WS-CMD-OPERAND NOT = SPACES
               MOVE WS-CMD-OPERAND TO WS-VFY-DIR
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VFY-DIR)) TO WS-I
           PERFORM UNTIL WS-I < 2 OR WS-VFY-DIR(WS-I:1) NOT = "/"
               MOVE SPACE TO WS-VFY-DIR(WS-I:1)
               SUBTRACT 1 FROM WS-I
           END-PERFORM
           MOVE SPACES TO WS-RMF-PATH
           STRING WS-VFY-DIR DELIMITED SPACE
                  "/" DELIMITED SIZE
                  WS-RMF-NAME DELIMITED SPACE
                  INTO WS-RMF-PATH
           END-STRING

           DISPLAY "divisionone-ssg: Verifying "
                   FUNCTION TRIM(WS-VFY-DIR) "/"
           OPEN INPUT RELEASE-MANIFEST-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "divisionone-ssg: No release manifest at "
                       FUNCTION TRIM(WS-RMF-PATH)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VFY-DIR TO WS-HASH-TREE-DIR
           PERFORM LIST-TREE-HASHES
           MOVE 0 TO WS-HASH-LIST-EOF
           IF NOT HASH-LIST-FAILED
               OPEN INPUT HASH-LIST-FILE
               IF WS-FILE-STATUS NOT = "00"
                   SET HASH-LIST-FAILED TO TRUE
               END-IF
           END-IF
           IF HASH-LIST-FAILED
               CLOSE RELEASE-MANIFEST-FILE
               PERFORM REMOVE-HASH-LIST
               DISPLAY "divisionone-ssg: Unable to read every file"
                       " under " FUNCTION TRIM(WS-VFY-DIR)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VFY-MATCHED
           MOVE 0 TO WS-VFY-ADDED
           MOVE 0 TO WS-VFY-MISSING
           MOVE 0 TO WS-VFY-MODIFIED
           MOVE 0 TO WS-VFY-ORDER-FLAG
           MOVE SPACES TO WS-RMF-BUILT
           MOVE SPACES TO WS-RMF-COMMAND
           MOVE LOW-VALUES TO WS-RMF-PREV-PATH
           MOVE 0 TO WS-RMF-EOF
           PERFORM NEXT-MANIFEST-ENTRY
           PERFORM NEXT-HASH-LIST-ENTRY
           IF WS-RMF-BUILT NOT = SPACES
               DISPLAY "  Manifest built " FUNCTION TRIM(WS-RMF-BUILT)
                       " by " FUNCTION TRIM(WS-RMF-COMMAND)
           END-IF

           PERFORM UNTIL RMF-DONE AND HASH-LIST-DONE
               EVALUATE TRUE
                   WHEN WS-RMF-ENTRY-PATH = WS-HL-PATH
                       IF WS-RMF-HASH NOT = WS-HL-HASH
                               OR WS-RMF-SIZE NOT = WS-HL-SIZE
                           ADD 1 TO WS-VFY-MODIFIED
                           DISPLAY "  modified: "
                                   FUNCTION TRIM(WS-HL-PATH)
                       ELSE
                           ADD 1 TO WS-VFY-MATCHED
                       END-IF
                       PERFORM NEXT-MANIFEST-ENTRY
                       PERFORM NEXT-HASH-LIST-ENTRY
                   WHEN WS-RMF-ENTRY-PATH < WS-HL-PATH
                       ADD 1 TO WS-VFY-MISSING
                       DISPLAY "  missing:  "
                               FUNCTION TRIM(WS-RMF-ENTRY-PATH)
                       PERFORM NEXT-MANIFEST-ENTRY
                   WHEN OTHER
                       ADD 1 TO WS-VFY-ADDED
                       DISPLAY "  added:    "
                               FUNCTION TRIM(WS-HL-PATH)
                       PERFORM NEXT-HASH-LIST-ENTRY
               END-EVALUATE
           END-PERFORM
           CLOSE RELEASE-MANIFEST-FILE
           CLOSE HASH-LIST-FILE
           PERFORM REMOVE-HASH-LIST

           DISPLAY "  Verify summary: " WS-VFY-MATCHED " unchanged, "
                   WS-VFY-ADDED " added, " WS-VFY-MISSING
                   " missing, " WS-VFY-MODIFIED " modified"
           IF VFY-MANIFEST-UNSORTED
               DISPLAY "divisionone-ssg: Release manifest is out of"
                       " order (edited by hand?); results are not"
                       " reliable"
           END-IF
           IF WS-VFY-ADDED > 0 OR WS-VFY-MISSING > 0
                   OR WS-VFY-MODIFIED > 0 OR VFY-MANIFEST-UNSORTED
               DISPLAY "divisionone-ssg: Drift found in "
                       FUNCTION TRIM(WS-VFY-DIR) "/"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "divisionone-ssg: Verify OK, tree matches"
                       " its release manifest"
               MOVE 0 TO RETURN-CODE
           END-IF.

      * The next data line of the manifest, with the "#" lines on
      * the way noted; HIGH-VALUES stands in for the path at end,
      * so it sorts after every real entry in the walk
       NEXT-MANIFEST-ENTRY.
           MOVE HIGH-VALUES TO WS-RMF-ENTRY-PATH
           PERFORM UNTIL RMF-DONE
                   OR WS-RMF-ENTRY-PATH NOT = HIGH-VALUES
               READ RELEASE-MANIFEST-FILE INTO WS-RMF-LINE
                   AT END
                       SET RMF-DONE TO TRUE
                   NOT AT END
                       PERFORM PARSE-MANIFEST-LINE
               END-READ
           END-PERFORM
           IF NOT RMF-DONE
               IF WS-RMF-ENTRY-PATH < WS-RMF-PREV-PATH
                   SET VFY-MANIFEST-UNSORTED TO TRUE
               END-IF
               MOVE WS-RMF-ENTRY-PATH TO WS-RMF-PREV-PATH
           END-IF.

       PARSE-MANIFEST-LINE.
           IF WS-RMF-LINE(1:9) = "# Built: "
               MOVE WS-RMF-LINE(10:) TO WS-RMF-BUILT
           END-IF
           IF WS-RMF-LINE(1:11) = "# Command: "
               MOVE WS-RMF-LINE(12:) TO WS-RMF-COMMAND
           END-IF
           IF WS-RMF-LINE(1:1) = "#" OR WS-RMF-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RMF-LINE(1:64) TO WS-RMF-HASH
           MOVE 0 TO WS-RMF-SIZE
           MOVE FUNCTION TRIM(WS-RMF-LINE(66:12)) TO WS-HL-SIZE-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HL-SIZE-TEXT))
               TO WS-HL-SIZE-LEN
           IF WS-HL-SIZE-LEN > 0 AND WS-HL-SIZE-LEN < 13
                   AND WS-HL-SIZE-TEXT(1:WS-HL-SIZE-LEN) IS NUMERIC
               MOVE WS-HL-SIZE-TEXT(1:WS-HL-SIZE-LEN) TO WS-RMF-SIZE
           END-IF
           MOVE WS-RMF-LINE(79:) TO WS-RMF-ENTRY-PATH.

       NEXT-HASH-LIST-ENTRY.
           MOVE HIGH-VALUES TO WS-HL-PATH
           PERFORM UNTIL HASH-LIST-DONE
                   OR WS-HL-PATH NOT = HIGH-VALUES
               READ HASH-LIST-FILE INTO WS-HL-LINE
                   AT END
                       SET HASH-LIST-DONE TO TRUE
                   NOT AT END
                       PERFORM PARSE-HASH-LIST-LINE
                       IF WS-HL-PATH = SPACES
                           MOVE HIGH-VALUES TO WS-HL-PATH
                       END-IF
               END-READ
           END-PERFORM.

      * The last ten history records, oldest first, for the trends
      * section on stats.html
       LOAD-BUILD-HISTORY.
      * Status 05 means the optional log is not there yet: the
      * open still succeeded and the read loop sees EOF at once
           MOVE 0 TO WS-BH-COUNT
           MOVE 0 TO WS-HISTORY-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL HISTORY-DONE
               READ HISTORY-FILE INTO WS-HIST-LINE
                   AT END
                       SET HISTORY-DONE TO TRUE
                   NOT AT END
                       PERFORM ADD-HISTORY-TREND-ENTRY
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE.

      * Rollbacks are in the log but publish nothing, so they are
      * left out of the build trends
       ADD-HISTORY-TREND-ENTRY.
           MOVE SPACES TO WS-BH-COMMAND
           UNSTRING WS-HIST-LINE DELIMITED BY "|"
               INTO WS-BH-SKIP WS-BH-COMMAND
           END-UNSTRING
           IF WS-BH-COMMAND = "rollback"
               EXIT PARAGRAPH
           END-IF
           IF WS-BH-COUNT < 10
               ADD 1 TO WS-BH-COUNT
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
                   MOVE WS-BH-ENTRY(WS-I + 1) TO WS-BH-ENTRY(WS-I)
               END-PERFORM
           END-IF
           SET WS-BH-IDX TO WS-BH-COUNT
           MOVE SPACES TO WS-BH-ENTRY(WS-BH-IDX)
           UNSTRING WS-HIST-LINE DELIMITED BY "|"
               INTO WS-BH-STAMP(WS-BH-IDX)
                    WS-BH-SKIP
                    WS-BH-SKIP
                    WS-BH-SKIP
                    WS-BH-PUBLISHED(WS-BH-IDX)
                    WS-BH-SKIP
                    WS-BH-SKIP
                    WS-BH-SKIP
                    WS-BH-SKIP
                    WS-BH-SKIP
                    WS-BH-RESULT(WS-BH-IDX)
                    WS-BH-ELAPSED(WS-BH-IDX)
           END-UNSTRING.

       LOAD-CHECKPOINT.
      * Bring in mtimes/metadata cached from the previous build, if any
           MOVE 0 TO WS-CHECKPOINT-COUNT
           MOVE 0 TO WS-CHECKPOINT-EOF
           MOVE 1 TO WS-CKPT-SORTED
           MOVE LOW-VALUES TO WS-CKPT-PREV-REL
           OPEN INPUT CHECKPOINT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CHECKPOINT-DONE
               READ CHECKPOINT-FILE INTO WS-CKPT-LINE
                   AT END
                       SET CHECKPOINT-DONE TO TRUE
                   NOT AT END
                       PERFORM PARSE-CHECKPOINT-LINE
               END-READ
           END-PERFORM

           CLOSE CHECKPOINT-FILE.

       PARSE-CHECKPOINT-LINE.
           IF WS-CHECKPOINT-COUNT < 6000
               ADD 1 TO WS-CHECKPOINT-COUNT
               SET WS-CKPT-IDX TO WS-CHECKPOINT-COUNT
               MOVE 1 TO WS-CKPT-PTR
               MOVE 0 TO WS-CKPT-FIELD-TALLY
               UNSTRING WS-CKPT-LINE DELIMITED BY "|"
                   INTO WS-CKPT-REL(WS-CKPT-IDX)
                        WS-CKPT-MTIME(WS-CKPT-IDX)
                        WS-CKPT-TITLE(WS-CKPT-IDX)
                        WS-CKPT-DATE(WS-CKPT-IDX)
                        WS-CKPT-DRAFT(WS-CKPT-IDX)
                        WS-CKPT-TAGS(WS-CKPT-IDX)
                        WS-CKPT-AUTHOR(WS-CKPT-IDX)
                        WS-CKPT-READTIME(WS-CKPT-IDX)
                        WS-CKPT-SERIES(WS-CKPT-IDX)
                        WS-CKPT-PART(WS-CKPT-IDX)
                        WS-CKPT-WEIGHT(WS-CKPT-IDX)
                        WS-CKPT-EXPIRES(WS-CKPT-IDX)
                        WS-CKPT-RELATED(WS-CKPT-IDX)
                        WS-CKPT-SUMMARY(WS-CKPT-IDX)
                        WS-CKPT-LANG(WS-CKPT-IDX)
                        WS-CKPT-TRANSOF(WS-CKPT-IDX)
                        WS-CKPT-ALTERNATES(WS-CKPT-IDX)
                        WS-CKPT-DATADEPS(WS-CKPT-IDX)
                        WS-CKPT-REVIEWED(WS-CKPT-IDX)
                        WS-CKPT-REVIEW-EVERY(WS-CKPT-IDX)
                        WS-CKPT-ASSETDEPS(WS-CKPT-IDX)
                   TALLYING IN WS-CKPT-FIELD-TALLY
               END-UNSTRING
      * A line from an earlier, shorter checkpoint format would load
      * with empty readtime/series/weight fields that then stick
      * around build after build; dropping it instead just makes the
      * page rebuild once with its full metadata
               IF WS-CKPT-FIELD-TALLY < 21
                   SUBTRACT 1 FROM WS-CHECKPOINT-COUNT
               ELSE
                   MOVE WS-CKPT-TITLE(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:200)
                       TO WS-CKPT-TITLE(WS-CKPT-IDX)
                   MOVE WS-CKPT-DATE(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:200)
                       TO WS-CKPT-DATE(WS-CKPT-IDX)
                   MOVE WS-CKPT-TAGS(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:200)
                       TO WS-CKPT-TAGS(WS-CKPT-IDX)
                   MOVE WS-CKPT-AUTHOR(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:80)
                       TO WS-CKPT-AUTHOR(WS-CKPT-IDX)
                   MOVE WS-CKPT-SERIES(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:80)
                       TO WS-CKPT-SERIES(WS-CKPT-IDX)
                   MOVE WS-CKPT-EXPIRES(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:20)
                       TO WS-CKPT-EXPIRES(WS-CKPT-IDX)
                   MOVE WS-CKPT-RELATED(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:800)
                       TO WS-CKPT-RELATED(WS-CKPT-IDX)
                   MOVE WS-CKPT-SUMMARY(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:300)
                       TO WS-CKPT-SUMMARY(WS-CKPT-IDX)
                   MOVE WS-CKPT-TRANSOF(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:256)
                       TO WS-CKPT-TRANSOF(WS-CKPT-IDX)
                   MOVE WS-CKPT-ALTERNATES(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:800)
                       TO WS-CKPT-ALTERNATES(WS-CKPT-IDX)
                   MOVE WS-CKPT-REVIEWED(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:20)
                       TO WS-CKPT-REVIEWED(WS-CKPT-IDX)
                   MOVE WS-CKPT-REVIEW-EVERY(WS-CKPT-IDX) TO WS-ESC-SRC
                   PERFORM UNESCAPE-CKPT-FIELD
                   MOVE WS-ESC-DEST(1:10)
                       TO WS-CKPT-REVIEW-EVERY(WS-CKPT-IDX)
                   IF WS-CKPT-REL(WS-CKPT-IDX) < WS-CKPT-PREV-REL
                       MOVE 0 TO WS-CKPT-SORTED
                   END-IF
                   MOVE WS-CKPT-REL(WS-CKPT-IDX)
                       TO WS-CKPT-PREV-REL
               END-IF
           END-IF.

       RECORD-NEW-CHECKPOINT-ENTRY.
           IF WS-NEW-CKPT-COUNT < 6000
               ADD 1 TO WS-NEW-CKPT-COUNT
               SET WS-NCKPT-IDX TO WS-NEW-CKPT-COUNT
               MOVE WS-SOURCE-REL-PATH TO WS-NCKPT-REL(WS-NCKPT-IDX)
               MOVE WS-CURRENT-MTIME  TO WS-NCKPT-MTIME(WS-NCKPT-IDX)
               MOVE WS-PAGE-TITLE     TO WS-NCKPT-TITLE(WS-NCKPT-IDX)
               MOVE WS-PAGE-DATE      TO WS-NCKPT-DATE(WS-NCKPT-IDX)
               MOVE WS-PAGE-TAGS      TO WS-NCKPT-TAGS(WS-NCKPT-IDX)
               MOVE WS-PAGE-AUTHOR    TO WS-NCKPT-AUTHOR(WS-NCKPT-IDX)
               MOVE WS-PAGE-READTIME  TO WS-NCKPT-READTIME(WS-NCKPT-IDX)
               MOVE WS-PAGE-SERIES    TO WS-NCKPT-SERIES(WS-NCKPT-IDX)
               MOVE WS-PAGE-PART      TO WS-NCKPT-PART(WS-NCKPT-IDX)
               MOVE WS-PAGE-WEIGHT    TO WS-NCKPT-WEIGHT(WS-NCKPT-IDX)
               MOVE WS-PAGE-EXPIRES   TO WS-NCKPT-EXPIRES(WS-NCKPT-IDX)
               MOVE WS-PAGE-RELATED   TO WS-NCKPT-RELATED(WS-NCKPT-IDX)
               MOVE WS-PAGE-SUMMARY   TO WS-NCKPT-SUMMARY(WS-NCKPT-IDX)
               MOVE WS-PAGE-LANG      TO WS-NCKPT-LANG(WS-NCKPT-IDX)
               MOVE WS-PAGE-TRANSOF   TO WS-NCKPT-TRANSOF(WS-NCKPT-IDX)
               MOVE WS-PAGE-ALTERNATES
                   TO WS-NCKPT-ALTERNATES(WS-NCKPT-IDX)
               MOVE WS-PAGE-DATA-DEPS
                   TO WS-NCKPT-DATADEPS(WS-NCKPT-IDX)
               MOVE WS-PAGE-REVIEWED
                   TO WS-NCKPT-REVIEWED(WS-NCKPT-IDX)
               MOVE WS-PAGE-REVIEW-EVERY
                   TO WS-NCKPT-REVIEW-EVERY(WS-NCKPT-IDX)
               MOVE WS-PAGE-ASSET-DEPS
                   TO WS-NCKPT-ASSETDEPS(WS-NCKPT-IDX)
               IF IS-DRAFT
                   MOVE "Y" TO WS-NCKPT-DRAFT(WS-NCKPT-IDX)
               ELSE
                   MOVE "N" TO WS-NCKPT-DRAFT(WS-NCKPT-IDX)
               END-IF
           END-IF.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-NCKPT-IDX FROM 1 BY 1
               UNTIL WS-NCKPT-IDX > WS-NEW-CKPT-COUNT
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE WS-NCKPT-TITLE(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-TITLE
               MOVE WS-NCKPT-DATE(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-DATE
               MOVE WS-NCKPT-TAGS(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-TAGS
               MOVE WS-NCKPT-AUTHOR(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-AUTHOR
               MOVE WS-NCKPT-SERIES(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-SERIES
               MOVE WS-NCKPT-EXPIRES(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-EXPIRES
               MOVE WS-NCKPT-RELATED(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-RELATED
               MOVE WS-NCKPT-SUMMARY(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-SUMMARY
               MOVE WS-NCKPT-TRANSOF(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-TRANSOF
               MOVE WS-NCKPT-ALTERNATES(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-ALTERNATES
               MOVE WS-NCKPT-REVIEWED(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-REVIEWED
               MOVE WS-NCKPT-REVIEW-EVERY(WS-NCKPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-CKPT-FIELD
               MOVE WS-ESC-DEST TO WS-NCKPT-ESC-REVIEW-EVERY
               STRING FUNCTION TRIM(WS-NCKPT-REL(WS-NCKPT-IDX))
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-MTIME(WS-NCKPT-IDX))
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-TITLE)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-DATE)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      WS-NCKPT-DRAFT(WS-NCKPT-IDX) DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-TAGS)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-AUTHOR)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      WS-NCKPT-READTIME(WS-NCKPT-IDX) DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-SERIES)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      WS-NCKPT-PART(WS-NCKPT-IDX) DELIMITED SIZE
                      "|" DELIMITED SIZE
                      WS-NCKPT-WEIGHT(WS-NCKPT-IDX) DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-EXPIRES)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-RELATED)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-SUMMARY)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-LANG(WS-NCKPT-IDX))
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-TRANSOF)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-ALTERNATES)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-DATADEPS(WS-NCKPT-IDX))
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-REVIEWED)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ESC-REVIEW-EVERY)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-NCKPT-ASSETDEPS(WS-NCKPT-IDX))
                          DELIMITED SIZE
                      INTO CHECKPOINT-RECORD
               END-STRING
               WRITE CHECKPOINT-RECORD
           END-PERFORM

           CLOSE CHECKPOINT-FILE.

      * Bring in the per-page search word lists the previous run
      * saved, so pages skipped as unchanged keep their entries in
      * search-index.txt
       LOAD-SEARCH-STORE.
           MOVE 0 TO WS-OLD-SEARCH-COUNT
           MOVE 0 TO WS-SEARCH-STORE-EOF
           OPEN INPUT SEARCH-STORE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SEARCH-STORE-DONE
               READ SEARCH-STORE-FILE INTO WS-SEARCH-STORE-LINE
                   AT END
                       SET SEARCH-STORE-DONE TO TRUE
                   NOT AT END
                       IF WS-OLD-SEARCH-COUNT < 6000
                           ADD 1 TO WS-OLD-SEARCH-COUNT
                           SET WS-OSR-IDX TO WS-OLD-SEARCH-COUNT
                           UNSTRING WS-SEARCH-STORE-LINE
                               DELIMITED BY "|"
                               INTO WS-OSR-REL(WS-OSR-IDX)
                                    WS-OSR-WORDS(WS-OSR-IDX)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SEARCH-STORE-FILE.

      * An unchanged page is never re-rendered, so its body words
      * come from the store the previous run left behind
       FETCH-OLD-SEARCH-WORDS.
           MOVE SPACES TO WS-PAGE-WORDS
           PERFORM VARYING WS-OSR-IDX FROM 1 BY 1
               UNTIL WS-OSR-IDX > WS-OLD-SEARCH-COUNT
               IF FUNCTION TRIM(WS-OSR-REL(WS-OSR-IDX))
                       = FUNCTION TRIM(WS-SOURCE-REL-PATH)
                   MOVE WS-OSR-WORDS(WS-OSR-IDX) TO WS-PAGE-WORDS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RECORD-SEARCH-ENTRY.
           IF WS-SEARCH-COUNT < 6000
               ADD 1 TO WS-SEARCH-COUNT
               SET WS-SR-IDX TO WS-SEARCH-COUNT
               MOVE WS-SOURCE-REL-PATH TO WS-SR-REL(WS-SR-IDX)
               MOVE WS-OUTPUT-REL-PATH TO WS-SR-OUT-REL(WS-SR-IDX)
               MOVE WS-PAGE-TITLE      TO WS-SR-TITLE(WS-SR-IDX)
               MOVE WS-PAGE-WORDS      TO WS-SR-WORDS(WS-SR-IDX)
           END-IF.

       WRITE-SEARCH-STORE.
           OPEN OUTPUT SEARCH-STORE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SEARCH-COUNT
               MOVE SPACES TO SEARCH-STORE-RECORD
               STRING FUNCTION TRIM(WS-SR-REL(WS-SR-IDX))
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-SR-WORDS(WS-SR-IDX))
                          DELIMITED SIZE
                      INTO SEARCH-STORE-RECORD
               END-STRING
               WRITE SEARCH-STORE-RECORD
           END-PERFORM

           CLOSE SEARCH-STORE-FILE.

      * Bring in the per-page link target lists the previous run
      * saved, so links inside pages skipped as unchanged are still
      * reconciled against this run's outputs
       LOAD-LINKS-STORE.
           MOVE 0 TO WS-OLD-LINKS-COUNT
           MOVE 0 TO WS-LINKS-STORE-EOF
           OPEN INPUT LINKS-STORE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL LINKS-STORE-DONE
               READ LINKS-STORE-FILE INTO WS-LINKS-STORE-LINE
                   AT END
                       SET LINKS-STORE-DONE TO TRUE
                   NOT AT END
                       IF WS-OLD-LINKS-COUNT < 6000
                           ADD 1 TO WS-OLD-LINKS-COUNT
                           SET WS-OLK-IDX TO WS-OLD-LINKS-COUNT
                           UNSTRING WS-LINKS-STORE-LINE
                               DELIMITED BY "|"
                               INTO WS-OLK-REL(WS-OLK-IDX)
                                    WS-OLK-TARGETS(WS-OLK-IDX)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LINKS-STORE-FILE.

       FETCH-OLD-PAGE-LINKS.
           MOVE SPACES TO WS-PAGE-LINKS
           PERFORM VARYING WS-OLK-IDX FROM 1 BY 1
               UNTIL WS-OLK-IDX > WS-OLD-LINKS-COUNT
               IF FUNCTION TRIM(WS-OLK-REL(WS-OLK-IDX))
                       = FUNCTION TRIM(WS-SOURCE-REL-PATH)
                   MOVE WS-OLK-TARGETS(WS-OLK-IDX) TO WS-PAGE-LINKS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RECORD-LINKS-ENTRY.
           IF WS-LINKS-COUNT < 6000
               ADD 1 TO WS-LINKS-COUNT
               SET WS-LNK-IDX TO WS-LINKS-COUNT
               MOVE WS-SOURCE-REL-PATH TO WS-LNK-REL(WS-LNK-IDX)
               MOVE WS-OUTPUT-REL-PATH TO WS-LNK-OUT-REL(WS-LNK-IDX)
               MOVE WS-PAGE-LINKS      TO WS-LNK-TARGETS(WS-LNK-IDX)
           END-IF.

       WRITE-LINKS-STORE.
           OPEN OUTPUT LINKS-STORE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LINKS-COUNT
               MOVE SPACES TO LINKS-STORE-RECORD
               STRING FUNCTION TRIM(WS-LNK-REL(WS-LNK-IDX))
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM(WS-LNK-TARGETS(WS-LNK-IDX))
                          DELIMITED SIZE
                      INTO LINKS-STORE-RECORD
               END-STRING
               WRITE LINKS-STORE-RECORD
           END-PERFORM

           CLOSE LINKS-STORE-FILE.

      * Replace "|" and "%" in a checkpoint field with their percent-
      * encoded escapes so a literal "|" in page text cannot be
      * mistaken for the field separator.
       ESCAPE-CKPT-FIELD.
           MOVE SPACES TO WS-ESC-DEST
           MOVE 1 TO WS-ESC-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-SRC)) TO WS-ESC-LEN
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-LEN
               EVALUATE WS-ESC-SRC(WS-ESC-IDX:1)
                   WHEN "|"
                       STRING "%7C" DELIMITED SIZE
                           INTO WS-ESC-DEST
                           WITH POINTER WS-ESC-PTR
                       END-STRING
                   WHEN "%"
                       STRING "%25" DELIMITED SIZE
                           INTO WS-ESC-DEST
                           WITH POINTER WS-ESC-PTR
                       END-STRING
                   WHEN OTHER
                       STRING WS-ESC-SRC(WS-ESC-IDX:1) DELIMITED SIZE
                           INTO WS-ESC-DEST
                           WITH POINTER WS-ESC-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM.

      * Reverse ESCAPE-CKPT-FIELD when a checkpoint entry is loaded.
       UNESCAPE-CKPT-FIELD.
           MOVE SPACES TO WS-ESC-DEST
           MOVE 1 TO WS-ESC-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-SRC)) TO WS-ESC-LEN
           MOVE 1 TO WS-ESC-IDX
           PERFORM UNTIL WS-ESC-IDX > WS-ESC-LEN
               IF WS-ESC-SRC(WS-ESC-IDX:1) = "%"
                   AND WS-ESC-IDX + 2 <= WS-ESC-LEN
                   AND WS-ESC-SRC(WS-ESC-IDX + 1:2) = "7C"
                   STRING "|" DELIMITED SIZE
                       INTO WS-ESC-DEST
                       WITH POINTER WS-ESC-PTR
                   END-STRING
                   ADD 3 TO WS-ESC-IDX
               ELSE
                   IF WS-ESC-SRC(WS-ESC-IDX:1) = "%"
                       AND WS-ESC-IDX + 2 <= WS-ESC-LEN
                       AND WS-ESC-SRC(WS-ESC-IDX + 1:2) = "25"
                       STRING "%" DELIMITED SIZE
                           INTO WS-ESC-DEST
                           WITH POINTER WS-ESC-PTR
                       END-STRING
                       ADD 3 TO WS-ESC-IDX
                   ELSE
                       STRING WS-ESC-SRC(WS-ESC-IDX:1) DELIMITED SIZE
                           INTO WS-ESC-DEST
                           WITH POINTER WS-ESC-PTR
                       END-STRING
                       ADD 1 TO WS-ESC-IDX
                   END-IF
               END-IF
           END-PERFORM.

      * "lint [path]": check every .md file under the content tree
      * (or under the file or directory given) without building.
      * The path named on the command line reaches the shell only
      * through the environment, never pasted into the command.
       LINT-SITE.
           MOVE 0 TO WS-LINT-ERRORS
           MOVE 0 TO WS-LINT-WARNINGS
           MOVE 0 TO WS-LINT-FILE-COUNT
           MOVE 0 TO WS-LINT-SER-COUNT
           MOVE 0 TO WS-LINT-RDR-COUNT

           PERFORM LOAD-LINT-PAGE-LIST

           IF WS-CMD-OPERAND = SPACES
               MOVE WS-CONTENT-DIR TO WS-LINT-PATH
           ELSE
               MOVE WS-CMD-OPERAND TO WS-LINT-PATH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINT-PATH))
               TO WS-I
           DISPLAY "DIVISIONONE_LINT_PATH" UPON ENVIRONMENT-NAME
           DISPLAY WS-LINT-PATH(1:WS-I) UPON ENVIRONMENT-VALUE
           DISPLAY "divisionone-ssg: Linting "
                   WS-LINT-PATH(1:WS-I)

           MOVE SPACES TO WS-TEMP
           STRING "find " QUOTE "$DIVISIONONE_LINT_PATH" QUOTE
                      DELIMITED SIZE
                  " -type f -name " DELIMITED SIZE
                  QUOTE "*.md" QUOTE DELIMITED SIZE
                  " 2>/dev/null | LC_ALL=C sort > " DELIMITED SIZE
                  WS-LINT-FILELIST-PATH DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           MOVE WS-LINT-REPORT-PATH TO WS-OUTPUT-PATH
           OPEN OUTPUT OUTPUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "divisionone-ssg: Unable to write "
                       FUNCTION TRIM(WS-LINT-REPORT-PATH)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "Division One Lint Report" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "========================" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Path: " DELIMITED SIZE
                  WS-LINT-PATH(1:WS-I) DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-LINT-FILELIST-EOF
           OPEN INPUT LINT-FILELIST-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL LINT-FILELIST-DONE
                   READ LINT-FILELIST-FILE INTO WS-LINT-PATH
                       AT END
                           SET LINT-FILELIST-DONE TO TRUE
                       NOT AT END
                           PERFORM LINT-ONE-FILE
                   END-READ
               END-PERFORM
               CLOSE LINT-FILELIST-FILE
           END-IF
           MOVE SPACES TO WS-TEMP
           STRING "rm -f " DELIMITED SIZE
                  WS-LINT-FILELIST-PATH DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           IF WS-LINT-FILE-COUNT = 0
               MOVE SPACES TO WS-LINT-PATH
               MOVE WS-CMD-OPERAND TO WS-LINT-PATH
               IF WS-LINT-PATH = SPACES
                   MOVE WS-CONTENT-DIR TO WS-LINT-PATH
               END-IF
               MOVE 0 TO WS-LINT-AT-LINE
               MOVE "error" TO WS-LINT-SEVERITY
               MOVE "no .md files found" TO WS-LINT-MSG
               PERFORM ADD-LINT-FINDING
           END-IF

           PERFORM LINT-CHECK-SERIES-PARTS
           PERFORM LINT-CHECK-REDIRECTS

           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Files checked: " DELIMITED SIZE
                  WS-LINT-FILE-COUNT DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Result: " DELIMITED SIZE
                  WS-LINT-ERRORS DELIMITED SIZE
                  " error(s), " DELIMITED SIZE
                  WS-LINT-WARNINGS DELIMITED SIZE
                  " warning(s)" DELIMITED SIZE
                  INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD
           CLOSE OUTPUT-FILE

           DISPLAY "divisionone-ssg: Checked " WS-LINT-FILE-COUNT
                   " file(s): " WS-LINT-ERRORS " error(s), "
                   WS-LINT-WARNINGS " warning(s); see "
                   FUNCTION TRIM(WS-LINT-REPORT-PATH)
           IF WS-LINT-ERRORS > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * Every page the build would write, whatever was asked to be
      * linted, mapped from its source the way BUILD-ONE-SOURCE-FILE
      * maps it (content/x/y.md -> x/y.html)
       LOAD-LINT-PAGE-LIST.
           MOVE 0 TO WS-LINT-PAGE-COUNT
           MOVE SPACES TO WS-TEMP
           STRING "find " DELIMITED SIZE
                  WS-CONTENT-DIR DELIMITED SPACE
                  " -type f -name " DELIMITED SIZE
                  QUOTE "*.md" QUOTE DELIMITED SIZE
                  " 2>/dev/null | sed " DELIMITED SIZE
                  QUOTE "s,^" DELIMITED SIZE
                  WS-CONTENT-DIR DELIMITED SPACE
                  "/,," QUOTE DELIMITED SIZE
                  " | LC_ALL=C sort > " DELIMITED SIZE
                  WS-LINT-FILELIST-PATH DELIMITED SPACE
                  INTO WS-TEMP
           END-STRING
           CALL "SYSTEM" USING WS-TEMP

           MOVE 0 TO WS-LINT-FILELIST-EOF
           OPEN INPUT LINT-FILELIST-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LINT-FILELIST-DONE
               READ LINT-FILELIST-FILE INTO WS-SOURCE-REL-PATH
                   AT END
                       SET LINT-FILELIST-DONE TO TRUE
                   NOT AT END
                       IF WS-LINT-PAGE-COUNT < 6000
                           ADD 1 TO WS-LINT-PAGE-COUNT
                           SET WS-LP-IDX TO WS-LINT-PAGE-COUNT
                           MOVE WS-SOURCE-REL-PATH
                               TO WS-LP-SRC-REL(WS-LP-IDX)
                           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                               WS-SOURCE-REL-PATH)) TO WS-REL-LEN
                           MOVE SPACES TO WS-LP-OUT-REL(WS-LP-IDX)
                           STRING WS-SOURCE-REL-PATH(1:WS-REL-LEN - 3)
                                      DELIMITED SIZE
                                  ".html" DELIMITED SIZE
                                  INTO WS-LP-OUT-REL(WS-LP-IDX)
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINT-FILELIST-FILE
           MOVE 0 TO WS-LINT-FILELIST-EOF.

       LINT-ONE-FILE.
           ADD 1 TO WS-LINT-FILE-COUNT
      * The content-relative form, for matching against page paths
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CONTENT-DIR))
               TO WS-I
           MOVE WS-LINT-PATH TO WS-LINT-REL
           IF WS-LINT-PATH(1:WS-I) = WS-CONTENT-DIR(1:WS-I)
                   AND WS-LINT-PATH(WS-I + 1:1) = "/"
               MOVE WS-LINT-PATH(WS-I + 2:) TO WS-LINT-REL
           END-IF

           MOVE WS-LINT-PATH TO WS-CONTENT-PATH
           OPEN INPUT CONTENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 0 TO WS-LINT-AT-LINE
               MOVE "error" TO WS-LINT-SEVERITY
               MOVE "file cannot be read" TO WS-LINT-MSG
               PERFORM ADD-LINT-FINDING
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           MOVE 0 TO WS-LINT-LINE-NO
           MOVE 0 TO WS-IN-FRONTMATTER
           MOVE 0 TO WS-FRONTMATTER-DELIM
           MOVE 0 TO WS-IN-CODE-BLOCK
           MOVE 0 TO WS-LINT-SEEN-TEXT
           MOVE 0 TO WS-LINT-BAD-LINE-SEEN
           MOVE 0 TO WS-LINT-FM-OPEN-LINE
           MOVE 0 TO WS-LINT-FENCE-LINE
           MOVE SPACES TO WS-LINT-SEEN-KEYS
           MOVE SPACES TO WS-LINT-DATE-VALUE
           MOVE SPACES TO WS-LINT-EXPIRES-VALUE
           MOVE 0 TO WS-LINT-DATE-OK
           MOVE 0 TO WS-LINT-EXPIRES-OK
           MOVE SPACES TO WS-LINT-SERIES-VALUE
           MOVE 0 TO WS-LINT-PART-VALUE
           MOVE 0 TO WS-LINT-PART-LINE
           MOVE WS-SITE-LANG TO WS-LINT-LANG-VALUE

           PERFORM UNTIL END-OF-FILE
               READ CONTENT-FILE INTO WS-LINE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINT-LINE-NO
                       PERFORM LINT-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE CONTENT-FILE

           MOVE "error" TO WS-LINT-SEVERITY
           IF WS-FRONTMATTER-DELIM = 1
               MOVE WS-LINT-FM-OPEN-LINE TO WS-LINT-AT-LINE
               MOVE "frontmatter opened here is never closed with ---"
                   TO WS-LINT-MSG
               PERFORM ADD-LINT-FINDING
           END-IF
           IF IN-CODE-BLOCK
               MOVE WS-LINT-FENCE-LINE TO WS-LINT-AT-LINE
               MOVE "code fence opened here is never closed"
                   TO WS-LINT-MSG
               PERFORM ADD-LINT-FINDING
           END-IF

      * A page that expires before it is dated never publishes
           IF WS-LINT-DATE-OK = 1 AND WS-LINT-EXPIRES-OK = 1
                   AND WS-LINT-EXPIRES-VALUE(1:10)
                       < WS-LINT-DATE-VALUE(1:10)
               MOVE WS-LINT-EXPIRES-LINE TO WS-LINT-AT-LINE
               MOVE SPACES TO WS-LINT-MSG
               STRING "expires: " DELIMITED SIZE
                      WS-LINT-EXPIRES-VALUE(1:10) DELIMITED SIZE
                      " is earlier than date: " DELIMITED SIZE
                      WS-LINT-DATE-VALUE(1:10) DELIMITED SIZE
                      INTO WS-LINT-MSG
               END-STRING
               PERFORM ADD-LINT-FINDING
           END-IF

           IF WS-LINT-SERIES-VALUE NOT = SPACES
                   AND WS-LINT-PART-VALUE > 0
                   AND WS-LINT-SER-COUNT < 2000
               ADD 1 TO WS-LINT-SER-COUNT
               SET WS-LS-IDX TO WS-LINT-SER-COUNT
               MOVE WS-LINT-SERIES-VALUE TO WS-LS-SERIES(WS-LS-IDX)
               MOVE WS-LINT-PART-VALUE TO WS-LS-PART(WS-LS-IDX)
               MOVE WS-LINT-PATH TO WS-LS-PATH(WS-LS-IDX)
               MOVE WS-LINT-PART-LINE TO WS-LS-LINE(WS-LS-IDX)
               MOVE WS-LINT-LANG-VALUE TO WS-LS-LANG(WS-LS-IDX)
           END-IF.

      * Delimiters and fences are recognised exactly as PROCESS-LINE
      * and PARSE-MARKDOWN-LINE recognise them, so what lint says
      * about a file is what the build will do with it
       LINT-ONE-LINE.
           IF WS-LINE(1:3) = "---" AND WS-FRONTMATTER-DELIM < 2
               ADD 1 TO WS-FRONTMATTER-DELIM
               IF WS-FRONTMATTER-DELIM = 1
                   SET IN-FRONTMATTER TO TRUE
                   MOVE WS-LINT-LINE-NO TO WS-LINT-FM-OPEN-LINE
                   IF LINT-SEEN-TEXT
                       MOVE WS-LINT-LINE-NO TO WS-LINT-AT-LINE
                       MOVE "warning" TO WS-LINT-SEVERITY
                       MOVE "--- after body text starts a frontmatter"
                          & " block, not a rule; use *** for a rule"
                           TO WS-LINT-MSG
                       PERFORM ADD-LINT-FINDING
                   END-IF
               ELSE
                   MOVE 0 TO WS-IN-FRONTMATTER
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF IN-FRONTMATTER
               PERFORM LINT-FRONTMATTER-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-LINE NOT = SPACES
               SET LINT-SEEN-TEXT TO TRUE
           END-IF
           IF WS-LINE(1:3) = "```"
               IF IN-CODE-BLOCK
                   MOVE 0 TO WS-IN-CODE-BLOCK
               ELSE
                   SET IN-CODE-BLOCK TO TRUE
                   MOVE WS-LINT-LINE-NO TO WS-LINT-FENCE-LINE
               END-IF
           END-IF.

       LINT-FRONTMATTER-LINE.
           IF WS-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "error" TO WS-LINT-SEVERITY
           MOVE WS-LINT-LINE-NO TO WS-LINT-AT-LINE

      * Only the first malformed line of a file is reported: with
      * the closing --- missing, every body line lands here too
           MOVE 0 TO WS-LINT-COLON-POS
           INSPECT WS-LINE TALLYING WS-LINT-COLON-POS
               FOR CHARACTERS BEFORE INITIAL ":"
           IF WS-LINT-COLON-POS = 0 OR WS-LINT-COLON-POS > 40
                   OR WS-LINE(1:1) = SPACE
               IF NOT LINT-BAD-LINE-SEEN
                   SET LINT-BAD-LINE-SEEN TO TRUE
                   IF WS-LINE(1:1) = SPACE
                       MOVE "indented frontmatter line is ignored"
                           TO WS-LINT-MSG
                   ELSE
                       MOVE "frontmatter line is not key: value"
                           TO WS-LINT-MSG
                   END-IF
                   PERFORM ADD-LINT-FINDING
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINT-KEY
           MOVE WS-LINE(1:WS-LINT-COLON-POS) TO WS-LINT-KEY
           MOVE WS-LINT-COLON-POS TO WS-LINT-KEY-LEN
           MOVE SPACES TO WS-LINT-VALUE
           MOVE FUNCTION TRIM(WS-LINE(WS-LINT-COLON-POS + 2:))
               TO WS-LINT-VALUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINT-VALUE))
               TO WS-LINT-VALUE-LEN
           IF WS-LINT-VALUE = SPACES
               MOVE 0 TO WS-LINT-VALUE-LEN
           END-IF

           MOVE 0 TO WS-LINT-KEY-KNOWN
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LINT-KNOWN-COUNT
               IF WS-LINT-KNOWN-KEY(WS-LK-IDX) = WS-LINT-KEY
                   SET LINT-KEY-KNOWN TO TRUE
               END-IF
           END-PERFORM
           IF NOT LINT-KEY-KNOWN
               PERFORM SUGGEST-LINT-KEY
               MOVE SPACES TO WS-LINT-MSG
               IF WS-LINT-SUGGEST = SPACES
                   STRING "unknown frontmatter key " DELIMITED SIZE
                          WS-LINT-KEY(1:WS-LINT-KEY-LEN)
                              DELIMITED SIZE
                          ": is ignored" DELIMITED SIZE
                          INTO WS-LINT-MSG
                   END-STRING
               ELSE
                   STRING "unknown frontmatter key " DELIMITED SIZE
                          WS-LINT-KEY(1:WS-LINT-KEY-LEN)
                              DELIMITED SIZE
                          ": (did you mean " DELIMITED SIZE
                          FUNCTION TRIM(WS-LINT-SUGGEST)
                              DELIMITED SIZE
                          ":?)" DELIMITED SIZE
                          INTO WS-LINT-MSG
                   END-STRING
               END-IF
               PERFORM ADD-LINT-FINDING
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINT-TALLY
           INSPECT WS-LINT-SEEN-KEYS TALLYING WS-LINT-TALLY
               FOR ALL WS-LINT-KEY(1:WS-LINT-KEY-LEN + 1)
           IF WS-LINT-TALLY > 0
               MOVE "warning" TO WS-LINT-SEVERITY
               MOVE SPACES TO WS-LINT-MSG
               STRING WS-LINT-KEY(1:WS-LINT-KEY-LEN) DELIMITED SIZE
                      ": is given more than once; the last one wins"
                          DELIMITED SIZE
                      INTO WS-LINT-MSG
               END-STRING
               PERFORM ADD-LINT-FINDING
               MOVE "error" TO WS-LINT-SEVERITY
           ELSE
               STRING FUNCTION TRIM(WS-LINT-SEEN-KEYS) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-LINT-KEY(1:WS-LINT-KEY-LEN + 1)
                          DELIMITED SIZE
                      INTO WS-LINT-SEEN-KEYS
               END-STRING
           END-IF

           EVALUATE WS-LINT-KEY
               WHEN "date"
                   MOVE WS-LINT-VALUE TO WS-LINT-DATE-VALUE
                   MOVE WS-LINT-LINE-NO TO WS-LINT-DATE-LINE
                   PERFORM LINT-DATE-VALUE
                   IF DATE-IS-VALID
                       MOVE 1 TO WS-LINT-DATE-OK
                   END-IF
               WHEN "expires"
                   MOVE WS-LINT-VALUE TO WS-LINT-EXPIRES-VALUE
                   MOVE WS-LINT-LINE-NO TO WS-LINT-EXPIRES-LINE
                   PERFORM LINT-DATE-VALUE
                   IF DATE-IS-VALID
                       MOVE 1 TO WS-LINT-EXPIRES-OK
                   END-IF
               WHEN "part"
                   MOVE 3 TO WS-LINT-NUM-MAX
                   PERFORM LINT-NUMERIC-VALUE
                   IF WS-LINT-VALUE-LEN > 0 AND WS-LINT-VALUE-LEN < 4
                           AND WS-LINT-VALUE(1:WS-LINT-VALUE-LEN)
                               IS NUMERIC
                       MOVE WS-LINT-VALUE(1:WS-LINT-VALUE-LEN)
                           TO WS-LINT-PART-VALUE
                       MOVE WS-LINT-LINE-NO TO WS-LINT-PART-LINE
                   END-IF
               WHEN "weight"
                   MOVE 5 TO WS-LINT-NUM-MAX
                   PERFORM LINT-NUMERIC-VALUE
               WHEN "series"
                   MOVE WS-LINT-VALUE TO WS-LINT-SERIES-VALUE
               WHEN "draft"
                   IF WS-LINT-VALUE NOT = "true"
                           AND WS-LINT-VALUE NOT = "false"
                       MOVE "warning" TO WS-LINT-SEVERITY
                       MOVE "draft: takes true or false; anything"
                          & " but true publishes the page"
                           TO WS-LINT-MSG
                       PERFORM ADD-LINT-FINDING
                   END-IF
               WHEN "reviewed"
                   PERFORM LINT-DATE-VALUE
               WHEN "review-every"
                   MOVE FUNCTION LOWER-CASE(WS-LINT-VALUE)
                       TO WS-RVW-TEXT
                   PERFORM PARSE-REVIEW-INTERVAL
                   IF WS-LINT-VALUE-LEN > 10 OR NOT RVW-INTERVAL-OK
                       MOVE "error" TO WS-LINT-SEVERITY
                       MOVE SPACES TO WS-LINT-MSG
                       IF WS-LINT-VALUE-LEN = 0
                           MOVE "review-every: has no value"
                               TO WS-LINT-MSG
                       ELSE
                           STRING "review-every: " DELIMITED SIZE
                                  WS-LINT-VALUE(1:WS-LINT-VALUE-LEN)
                                      DELIMITED SIZE
                                  " is not an interval such as 90,"
                                      DELIMITED SIZE
                                  " 26w, 6m or 1y" DELIMITED SIZE
                                  INTO WS-LINT-MSG
                           END-STRING
                       END-IF
                       PERFORM ADD-LINT-FINDING
                   END-IF
               WHEN "redirect-from"
                   PERFORM LINT-COLLECT-REDIRECTS
               WHEN "lang"
                   MOVE FUNCTION LOWER-CASE(WS-LINT-VALUE)
                       TO WS-LANG-CODE-IN
                   PERFORM CHECK-LANG-CODE
                   IF LANG-CODE-VALID
                       MOVE WS-LANG-CODE-IN TO WS-LINT-LANG-VALUE
                   ELSE
                       MOVE "error" TO WS-LINT-SEVERITY
                       MOVE "lang: must be a language code such as en"
                          & " or pt-br"
                           TO WS-LINT-MSG
                       PERFORM ADD-LINT-FINDING
                   END-IF
           END-EVALUATE.

      * A close miss for an unknown key: the same key in another
      * case, or a known key sharing its first three letters
      * (titel: -> title:, tag: -> tags:)
       SUGGEST-LINT-KEY.
           MOVE SPACES TO WS-LINT-SUGGEST
           MOVE FUNCTION LOWER-CASE(WS-LINT-KEY) TO WS-LINT-KEY-LOWER
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LINT-KNOWN-COUNT
                      OR WS-LINT-SUGGEST NOT = SPACES
               IF WS-LINT-KNOWN-KEY(WS-LK-IDX) = WS-LINT-KEY-LOWER
                   MOVE WS-LINT-KNOWN-KEY(WS-LK-IDX)
                       TO WS-LINT-SUGGEST
               END-IF
           END-PERFORM
           IF WS-LINT-KEY-LEN < 3
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LINT-KNOWN-COUNT
                      OR WS-LINT-SUGGEST NOT = SPACES
               IF WS-LINT-KNOWN-KEY(WS-LK-IDX)(1:3)
                       = WS-LINT-KEY-LOWER(1:3)
                   MOVE WS-LINT-KNOWN-KEY(WS-LK-IDX)
                       TO WS-LINT-SUGGEST
               END-IF
           END-PERFORM.

       LINT-DATE-VALUE.
           MOVE WS-LINT-VALUE TO WS-DCHK-TEXT
           PERFORM CHECK-DATE-VALUE
           IF DATE-IS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINT-MSG
           IF WS-LINT-VALUE-LEN = 0
               STRING WS-LINT-KEY(1:WS-LINT-KEY-LEN) DELIMITED SIZE
                      ": has no value" DELIMITED SIZE
                      INTO WS-LINT-MSG
               END-STRING
           ELSE
               IF DATE-IS-IMPOSSIBLE
                   STRING WS-LINT-KEY(1:WS-LINT-KEY-LEN)
                              DELIMITED SIZE
                          ": " DELIMITED SIZE
                          WS-LINT-VALUE(1:WS-LINT-VALUE-LEN)
                              DELIMITED SIZE
                          " is not a real calendar date"
                              DELIMITED SIZE
                          INTO WS-LINT-MSG
                   END-STRING
               ELSE
                   STRING WS-LINT-KEY(1:WS-LINT-KEY-LEN)
                              DELIMITED SIZE
                          ": " DELIMITED SIZE
                          WS-LINT-VALUE(1:WS-LINT-VALUE-LEN)
                              DELIMITED SIZE
                          " is not a YYYY-MM-DD date" DELIMITED SIZE
                          INTO WS-LINT-MSG
                   END-STRING
               END-IF
           END-IF
           PERFORM ADD-LINT-FINDING.

      * part: and weight: are whole numbers of at most
      * WS-LINT-NUM-MAX digits; anything else the build quietly
      * reads as 0
       LINT-NUMERIC-VALUE.
           IF WS-LINT-VALUE-LEN > 0
                   AND WS-LINT-VALUE-LEN NOT > WS-LINT-NUM-MAX
                   AND WS-LINT-VALUE(1:WS-LINT-VALUE-LEN) IS NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINT-MSG
           IF WS-LINT-VALUE-LEN = 0
               STRING WS-LINT-KEY(1:WS-LINT-KEY-LEN) DELIMITED SIZE
                      ": has no value" DELIMITED SIZE
                      INTO WS-LINT-MSG
               END-STRING
           ELSE
               STRING WS-LINT-KEY(1:WS-LINT-KEY-LEN) DELIMITED SIZE
                      ": " DELIMITED SIZE
                      WS-LINT-VALUE(1:WS-LINT-VALUE-LEN)
                          DELIMITED SIZE
                      " is not a whole number of at most "
                          DELIMITED SIZE
                      WS-LINT-NUM-MAX(2:1) DELIMITED SIZE
                      " digits" DELIMITED SIZE
                      INTO WS-LINT-MSG
               END-STRING
           END-IF
           PERFORM ADD-LINT-FINDING.

      * Each comma-separated redirect-from entry, normalised the
      * way QUEUE-ONE-REDIRECT-STUB writes it (".html" added when
      * missing); a leading "/" is dropped because the stub lands at
      * the same place either way
       LINT-COLLECT-REDIRECTS.
           MOVE 1 TO WS-REDIR-PTR
           PERFORM UNTIL WS-REDIR-PTR > WS-LINT-VALUE-LEN
               MOVE SPACES TO WS-REDIR-CELL
               UNSTRING WS-LINT-VALUE(1:WS-LINT-VALUE-LEN)
                   DELIMITED BY ","
                   INTO WS-REDIR-CELL
                   WITH POINTER WS-REDIR-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-REDIR-CELL) TO WS-REDIR-REL-PATH
               IF WS-REDIR-REL-PATH(1:1) = "/"
                   MOVE WS-REDIR-REL-PATH(2:) TO WS-REDIR-REL-PATH
               END-IF
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REDIR-REL-PATH))
                   TO WS-REDIR-CELL-LEN
               IF WS-REDIR-REL-PATH NOT = SPACES
                   IF WS-REDIR-CELL-LEN < 6
                           OR WS-REDIR-REL-PATH(WS-REDIR-CELL-LEN - 4:5)
                               NOT = ".html"
                       STRING FUNCTION TRIM(WS-REDIR-REL-PATH)
                                  DELIMITED SIZE
                              ".html" DELIMITED SIZE
                              INTO WS-REDIR-REL-PATH
                       END-STRING
                   END-IF
                   IF WS-LINT-RDR-COUNT < 1000
                       ADD 1 TO WS-LINT-RDR-COUNT
                       SET WS-LR-IDX TO WS-LINT-RDR-COUNT
                       MOVE WS-REDIR-REL-PATH TO WS-LR-REL(WS-LR-IDX)
                       MOVE WS-LINT-PATH TO WS-LR-PATH(WS-LR-IDX)
                       MOVE WS-LINT-LINE-NO TO WS-LR-LINE(WS-LR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * Two pages in the same series and language claiming the same
      * part number leave the series navigation linking one of them
      * twice
       LINT-CHECK-SERIES-PARTS.
           MOVE "error" TO WS-LINT-SEVERITY
           PERFORM VARYING WS-LS-IDX FROM 2 BY 1
                   UNTIL WS-LS-IDX > WS-LINT-SER-COUNT
               PERFORM VARYING WS-LINT-J FROM 1 BY 1
                       UNTIL WS-LINT-J >= WS-LS-IDX
                   IF WS-LS-SERIES(WS-LINT-J) = WS-LS-SERIES(WS-LS-IDX)
                           AND WS-LS-PART(WS-LINT-J)
                               = WS-LS-PART(WS-LS-IDX)
                           AND WS-LS-LANG(WS-LINT-J)
                               = WS-LS-LANG(WS-LS-IDX)
                       MOVE WS-LS-PATH(WS-LS-IDX) TO WS-LINT-PATH
                       MOVE WS-LS-LINE(WS-LS-IDX) TO WS-LINT-AT-LINE
                       MOVE WS-LS-LINE(WS-LINT-J)
                           TO WS-LINT-LINE-DISPLAY
                       MOVE WS-LS-PART(WS-LS-IDX) TO WS-COUNT-DISPLAY
                       MOVE SPACES TO WS-LINT-MSG
                       STRING "part " DELIMITED SIZE
                              FUNCTION TRIM(WS-COUNT-DISPLAY)
                                  DELIMITED SIZE
                              " of series " DELIMITED SIZE
                              FUNCTION TRIM(WS-LS-SERIES(WS-LS-IDX))
                                  DELIMITED SIZE
                              " is also claimed by " DELIMITED SIZE
                              FUNCTION TRIM(WS-LS-PATH(WS-LINT-J))
                                  DELIMITED SIZE
                              ":" DELIMITED SIZE
                              FUNCTION TRIM(WS-LINT-LINE-DISPLAY)
                                  DELIMITED SIZE
                              INTO WS-LINT-MSG
                       END-STRING
                       PERFORM ADD-LINT-FINDING
                       MOVE WS-LS-IDX TO WS-LINT-J
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A redirect-from naming a real page's location would have its
      * stub overwrite that page (or be dropped by the build's own
      * clash guard); a location claimed twice keeps the first claim
       LINT-CHECK-REDIRECTS.
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                   UNTIL WS-LR-IDX > WS-LINT-RDR-COUNT
               MOVE WS-LR-PATH(WS-LR-IDX) TO WS-LINT-PATH
               MOVE WS-LR-LINE(WS-LR-IDX) TO WS-LINT-AT-LINE
               PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                       UNTIL WS-LP-IDX > WS-LINT-PAGE-COUNT
                   IF WS-LP-OUT-REL(WS-LP-IDX) = WS-LR-REL(WS-LR-IDX)
                       MOVE "error" TO WS-LINT-SEVERITY
                       MOVE SPACES TO WS-LINT-MSG
                       STRING "redirect-from " DELIMITED SIZE
                              FUNCTION TRIM(WS-LR-REL(WS-LR-IDX))
                                  DELIMITED SIZE
                              " collides with the page built from "
                                  DELIMITED SIZE
                              FUNCTION TRIM(WS-LP-SRC-REL(WS-LP-IDX))
                                  DELIMITED SIZE
                              INTO WS-LINT-MSG
                       END-STRING
                       PERFORM ADD-LINT-FINDING
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LINT-J FROM 1 BY 1
                       UNTIL WS-LINT-J >= WS-LR-IDX
                   IF WS-LR-REL(WS-LINT-J) = WS-LR-REL(WS-LR-IDX)
                       MOVE "warning" TO WS-LINT-SEVERITY
                       MOVE WS-LR-LINE(WS-LINT-J)
                           TO WS-LINT-LINE-DISPLAY
                       MOVE SPACES TO WS-LINT-MSG
                       STRING "redirect-from " DELIMITED SIZE
                              FUNCTION TRIM(WS-LR-REL(WS-LR-IDX))
                                  DELIMITED SIZE
                              " is already claimed by "
                                  DELIMITED SIZE
                              FUNCTION TRIM(WS-LR-PATH(WS-LINT-J))
                                  DELIMITED SIZE
                              ":" DELIMITED SIZE
                              FUNCTION TRIM(WS-LINT-LINE-DISPLAY)
                                  DELIMITED SIZE
                              INTO WS-LINT-MSG
                       END-STRING
                       PERFORM ADD-LINT-FINDING
                       MOVE WS-LR-IDX TO WS-LINT-J
                   END-IF
               END-PERFORM
           END-PERFORM.

      * One finding: "path:line: severity: message" on the console
      * and in the report (line 0 means the file as a whole)
       ADD-LINT-FINDING.
           IF WS-LINT-SEVERITY = "error"
               ADD 1 TO WS-LINT-ERRORS
           ELSE
               ADD 1 TO WS-LINT-WARNINGS
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           IF WS-LINT-AT-LINE > 0
               MOVE WS-LINT-AT-LINE TO WS-LINT-LINE-DISPLAY
               STRING FUNCTION TRIM(WS-LINT-PATH) DELIMITED SIZE
                      ":" DELIMITED SIZE
                      FUNCTION TRIM(WS-LINT-LINE-DISPLAY)
                          DELIMITED SIZE
                      ": " DELIMITED SIZE
                      FUNCTION TRIM(WS-LINT-SEVERITY) DELIMITED SIZE
                      ": " DELIMITED SIZE
                      FUNCTION TRIM(WS-LINT-MSG) DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-LINT-PATH) DELIMITED SIZE
                      ": " DELIMITED SIZE
                      FUNCTION TRIM(WS-LINT-SEVERITY) DELIMITED SIZE
                      ": " DELIMITED SIZE
                      FUNCTION TRIM(WS-LINT-MSG) DELIMITED SIZE
                      INTO OUTPUT-RECORD
               END-STRING
           END-IF
           WRITE OUTPUT-RECORD
           DISPLAY "  " FUNCTION TRIM(OUTPUT-RECORD).

      * WS-DCHK-TEXT holds a YYYY-MM-DD date, optionally followed by
      * "T" or a space and a time: valid, malformed (not that shape),
      * or impossible (shaped right but no such day)
       CHECK-DATE-VALUE.
           SET DATE-IS-MALFORMED TO TRUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DCHK-TEXT))
               TO WS-DCHK-LEN
           IF WS-DCHK-LEN < 10
               EXIT PARAGRAPH
           END-IF
           IF WS-DCHK-TEXT(1:4) NOT NUMERIC
                   OR WS-DCHK-TEXT(5:1) NOT = "-"
                   OR WS-DCHK-TEXT(6:2) NOT NUMERIC
                   OR WS-DCHK-TEXT(8:1) NOT = "-"
                   OR WS-DCHK-TEXT(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-DCHK-LEN > 10
                   AND WS-DCHK-TEXT(11:1) NOT = "T"
                   AND WS-DCHK-TEXT(11:1) NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           SET DATE-IS-IMPOSSIBLE TO TRUE
           MOVE WS-DCHK-TEXT(1:4) TO WS-DCHK-YEAR
           MOVE WS-DCHK-TEXT(6:2) TO WS-DCHK-MONTH
           MOVE WS-DCHK-TEXT(9:2) TO WS-DCHK-DAY
           IF WS-DCHK-YEAR = 0 OR WS-DCHK-MONTH < 1
                   OR WS-DCHK-MONTH > 12 OR WS-DCHK-DAY < 1
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-DCHK-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DCHK-MAX-DAY
               WHEN 2
                   IF FUNCTION MOD(WS-DCHK-YEAR, 4) = 0
                           AND (FUNCTION MOD(WS-DCHK-YEAR, 100) NOT = 0
                             OR FUNCTION MOD(WS-DCHK-YEAR, 400) = 0)
                       MOVE 29 TO WS-DCHK-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-DCHK-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DCHK-MAX-DAY
           END-EVALUATE
           IF WS-DCHK-DAY > WS-DCHK-MAX-DAY
               EXIT PARAGRAPH
           END-IF
           SET DATE-IS-VALID TO TRUE.

       INIT-SITE.
           DISPLAY "divisionone-ssg: Initializing new site..."

           DISPLAY "  Created sample content"
           DISPLAY "divisionone-ssg: Site initialized.".

      * Kept releases (<output>.releases) are deliberately left
      * alone, like the build history: they are what rollback needs
      * after the generated files are gone
       CLEAN-SITE.
           DISPLAY "divisionone-ssg: Cleaning " WS-OUTPUT-DIR "/"
               " and " WS-STAGING-DIR "/"
                  " " DELIMITED SIZE
                  WS-FILELIST-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-LINT-FILELIST-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-MTIME-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-SEARCH-STORE-PATH DELIMITED SPACE
                  WS-PROMOTE-LINKS-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-PROM-DIFF-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-RLS-LIST-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-LINT-REPORT-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-HASH-NAMES-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-HASH-SIZES-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-HASH-SUMS-PATH DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-HASH-LIST-PATH DELIMITED SPACE
                  " .divisionone-sort.tmp" DELIMITED SIZE
                  INTO WS-TEMP
           END-STRING
           DISPLAY "  build    Build the site"
           DISPLAY "  stage    Build the site including drafts"
           DISPLAY "           (shorthand for build --drafts)"
           DISPLAY "           and write review.html, the pages due"
           DISPLAY "           for review, with review/<author>.txt"
           DISPLAY "  promote  Rebuild approved content and swap it"
           DISPLAY "           into the live output after validation"
           DISPLAY "  rollback [release]"
           DISPLAY "           Swap an earlier promoted release back"
           DISPLAY "           into the live output (default: the"
           DISPLAY "           one before the live release)"
           DISPLAY "  lint [path]"
           DISPLAY "           Check frontmatter and structure of the"
           DISPLAY "           content tree (or one file/directory)"
           DISPLAY "           into lint-report.txt; exits 1 on"
           DISPLAY "           errors"
           DISPLAY "  verify [dir]"
           DISPLAY "           Re-hash a built tree (default: the live"
           DISPLAY "           output) against its release-manifest.txt"
           DISPLAY "           and list files added, missing or"
           DISPLAY "           modified; exits 1 on any drift"
           DISPLAY "  init     Initialize a new site"
           DISPLAY "  clean    Remove generated files"
           DISPLAY "  help     Show this help"
           DISPLAY "  --drafts Publish pages flagged draft: true"
           DISPLAY "  --full   Ignore the checkpoint and rebuild"
           DISPLAY "           every page"
           DISPLAY "  --break-lock"
           DISPLAY "           Clear a run lock left by a run that"
           DISPLAY "           is no longer going (a command that"
           DISPLAY "           finds another run in progress exits"
           DISPLAY "           with status 2)"
           DISPLAY " "
           DISPLAY "EXAMPLES:"
           DISPLAY "  divisionone init"
           DISPLAY "  divisionone build"
           DISPLAY "  divisionone build --full"
           DISPLAY "  divisionone stage"
           DISPLAY "  divisionone rollback"
           DISPLAY "  divisionone rollback 3"
           DISPLAY "  divisionone lint content/blog"
           DISPLAY "  divisionone verify".
