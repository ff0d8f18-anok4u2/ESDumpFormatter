      $set sourceformat"variable"
       identification division.
       program-id. ESDumpLeak.

      ***** Storage leak detection across a chronological series of
      ***** split dumps from one input feed. ESDumpMapDiff only diffs
      ***** two snapshots and ESDumpCapacity only totals bytes per type
      ***** per day; neither can see one block type's count rising at
      ***** every snapshot of a shift, or blocks at the same address
      ***** surviving from the first dump to the last while new ones
      ***** keep arriving. This program reads each dump's .csv (see
      ***** ESDumpSplitter's dump-memory-map) in series order and
      ***** tracks every block's lifetime through the series - a block
      ***** being the same address with the same type.
      *****
      ***** The series is chosen either
      *****
      *****   FEED base from-date to-date
      *****                every ESDSPLIT.AUDIT.LOG entry split from an
      *****                input file with that base name (the part
      *****                before the first ".", any directory ignored,
      *****                case ignored) and logged between the two
      *****                yyyymmdd dates inclusive, put in order of the
      *****                dump's own date and time as carried in its
      *****                split filename (the audit timestamp where the
      *****                name does not parse)
      *****
      ***** or as an explicit list of split .txt (or .csv) names and/or
      ***** @listfile words, taken in the order given. A dump whose .csv
      ***** is no longer on disk is dropped from the series with a
      ***** console warning.
      *****
      ***** The report (ESDSPLIT.LEAK.RPT) has three parts:
      *****
      *****   types whose block count or total bytes rise at every
      *****   single snapshot (a series of at least three), with the
      *****   average growth per snapshot;
      *****
      *****   blocks never freed - live at the last snapshot, present at
      *****   every snapshot since they first appeared, and held for at
      *****   least MINLIFE snapshots (default: half the series, at
      *****   least two);
      *****
      *****   blocks that appeared after the first snapshot and were
      *****   gone again before the last - the churn around a leak.
      *****
      ***** The two block lists are summarised per type and then listed
      ***** in full up to 78-detail-max blocks each.

       environment division.
       configuration section.
       file-control.
           select optional auditdump assign to ws-auditfilename
           organization line sequential
           file status is fs-stat.

           select csvdump    assign to ws-csvfilename
           organization line sequential
           file status is fs-stat.

           select listsrcdump assign to ws-listsrcname
           organization line sequential
           file status is fs-stat.

           select leakrpt    assign to ws-leakrptname
           organization line sequential
           file status is fs-stat.

       data division.
       file section.
       fd  auditdump.
       01  audit-rec                  pic x(255).

       fd  csvdump.
       01  csv-rec                    pic x(255).

       fd  listsrcdump.
       01  ls-dump-rec                pic x(255).

       fd  leakrpt.
       01  leak-out-rec               pic x(200).

       working-storage section.
       01  fs-stat                 pic xx.
       01  fs-stat2    redefines fs-stat.
           03  fs-char1            pic x.
           03  fs-char2            pic x comp-x.
       01  fs-disp                 pic 999.

       01  ws-auditfilename        pic x(255) value "ESDSPLIT.AUDIT.LOG".
       01  ws-csvfilename          pic x(255).
       01  ws-listsrcname          pic x(255).
       01  ws-leakrptname          pic x(255) value "ESDSPLIT.LEAK.RPT".

       01  ws-end-of-audit-flag    pic x   value space.
           88  not-end-of-audit            value space.
           88  end-of-audit                 value "1".
       01  ws-end-of-csv-flag      pic x   value space.
           88  not-end-of-csv              value space.
           88  end-of-csv                   value "1".
       01  ws-end-of-listsrc-flag  pic x   value space.
           88  not-end-of-listsrc          value space.
           88  end-of-listsrc               value "1".
       01  ws-first-line-flag      pic x   value space.
           88  is-header-line               value "1".
           88  is-not-header-line           value space.

       01  ws-cmdline              pic x(2000).
       01  ws-cmd-pos              pic s9(9) comp-5.
       01  ws-cmd-tok-len          pic s9(9) comp-5.
       01  ws-cmd-token            pic x(255).
       01  ws-expect-flag          pic x   value space.
           88  expecting-nothing           value space.
           88  expecting-feed              value "F".
           88  expecting-fromdate          value "D".
           88  expecting-todate            value "T".
           88  expecting-minlife           value "M".

      ***** How the series was asked for.
       01  ws-select-flag          pic x   value space.
           88  select-by-list              value space.
           88  select-by-feed               value "1".
       01  ws-feed-base            pic x(255).
       01  ws-fromdate             pic 9(8) value 0.
       01  ws-todate               pic 9(8) value 99999999.
       01  ws-minlife              pic 9(4) value 0.

      ***** The ordered series of dumps.
       78  78-snap-max             value 100.
       01  ws-series-num           pic s9(9) comp-5 value 0.
       01  ws-series-table.
           03  ws-series-entry     occurs 1 to 78-snap-max
                                     depending on ws-series-num
                                     ascending key is ws-series-key.
               05  ws-series-key       pic x(14).
               05  ws-series-txtname   pic x(255).
               05  ws-series-csvname   pic x(255).
               05  ws-series-blocks    pic 9(9).
               05  ws-series-bytes     pic 9(15).
       01  ws-series-add-name      pic x(255).
       01  ws-series-add-key       pic x(14).

      ***** Audit-log entry fields, and the base-name comparison.
       01  ws-audit-ts             pic x(17).
       01  ws-audit-infile         pic x(255).
       01  ws-audit-outname        pic x(255).
       01  ws-audit-dumpseq        pic x(30).
       01  ws-audit-corrupt        pic x(3).
       01  ws-audit-severity       pic x(6).
       01  ws-audit-date           pic x(8).
       01  ws-infile-base          pic x(255).
       01  ws-path-part            pic x(255).

      ***** Split filename date/time token scratch - the dump header's
      ***** dd-mm-yyyy and hh-mm-ss tokens sit between the "+" signs of
      ***** every split dump name (see ESDumpSplitter's gen-output-name).
       01  ws-name-prefix          pic x(255).
       01  ws-name-datetoken       pic x(30).
       01  ws-name-timetoken       pic x(255).
       01  ws-name-key             pic x(14).

      ***** One snapshot's blocks, sorted on address and type for the
      ***** match against the lifetime table.
       78  78-row-max              value 500000.
       01  ws-snap-num             pic s9(9) comp-5 value 0.
       01  ws-snap-table.
           03  ws-snap-entry       occurs 1 to 78-row-max
                                     depending on ws-snap-num
                                     ascending key is ws-snap-key.
               05  ws-snap-key.
                   07  ws-snap-addr    pic 9(10).
                   07  ws-snap-type    pic x(30).
               05  ws-snap-length      pic 9(10).
       01  ws-csv-addr             pic x(12).
       01  ws-csv-length           pic x(12).
       01  ws-csv-type             pic x(30).

      ***** Every block seen anywhere in the series so far, in address
      ***** and type order: the snapshot it first and last appeared in,
      ***** how many snapshots it was present in, and its latest
      ***** length. Each snapshot is match-merged into it through the
      ***** work table, then copied back.
       01  ws-life-num             pic s9(9) comp-5 value 0.
       01  ws-life-table.
           03  ws-life-entry       occurs 1 to 78-row-max
                                     depending on ws-life-num.
               05  ws-life-key.
                   07  ws-life-addr    pic 9(10).
                   07  ws-life-type    pic x(30).
               05  ws-life-length      pic 9(10).
               05  ws-life-first       pic 9(4).
               05  ws-life-last        pic 9(4).
               05  ws-life-seen        pic 9(4).
       01  ws-work-num             pic s9(9) comp-5 value 0.
       01  ws-work-table.
           03  ws-work-entry       occurs 1 to 78-row-max
                                     depending on ws-work-num.
               05  ws-work-key.
                   07  ws-work-addr    pic 9(10).
                   07  ws-work-type    pic x(30).
               05  ws-work-length      pic 9(10).
               05  ws-work-first       pic 9(4).
               05  ws-work-last        pic 9(4).
               05  ws-work-seen        pic 9(4).
       01  ws-life-full-flag       pic x   value space.
           88  life-table-ok               value space.
           88  life-table-full              value "1".

      ***** Per-type figures at every snapshot, and the block-list
      ***** summaries.
       78  78-type-max             value 1000.
       01  ws-type-num             pic s9(9) comp-5 value 0.
       01  ws-type-table.
           03  ws-type-entry       occurs 1 to 78-type-max
                                     depending on ws-type-num.
               05  ws-type-name        pic x(30).
               05  ws-type-snap        occurs 78-snap-max.
                   07  ws-type-count       pic 9(9).
                   07  ws-type-bytes       pic 9(15).
               05  ws-type-nf-count    pic 9(9).
               05  ws-type-nf-bytes    pic 9(15).
               05  ws-type-nf-start    pic 9(9).
               05  ws-type-tr-count    pic 9(9).
               05  ws-type-tr-bytes    pic 9(15).
       01  ws-type-idx             pic s9(9) comp-5.
       01  ws-type-scan            pic s9(9) comp-5.

       01  ws-cur-snap             pic s9(9) comp-5.
       01  ws-cnt1                 pic s9(9) comp-5.
       01  ws-cnt2                 pic s9(9) comp-5.
       01  ws-cnt3                 pic s9(9) comp-5.
       01  ws-num-value            pic 9(15).

       01  ws-count-up-flag        pic x.
           88  count-rises                 value "1".
           88  count-not-rising            value space.
       01  ws-bytes-up-flag        pic x.
           88  bytes-rise                  value "1".
           88  bytes-not-rising            value space.

      ***** Report formatting.
       78  78-detail-max           value 100.
       01  ws-detail-count         pic s9(9) comp-5.
       01  ws-rpt-pointer          pic s9(4) comp-5.
       01  ws-growth               pic 9(15).
       01  ws-rate-steps           pic s9(9) comp-5.
       01  ws-rate                 pic 9(13)v9.
       01  ws-rate-disp            pic z(12)9.9.
       01  ws-count-disp           pic z(8)9.
       01  ws-count2-disp          pic z(8)9.
       01  ws-bytes-disp           pic z(14)9.
       01  ws-bytes2-disp          pic z(14)9.
       01  ws-addr-disp            pic z(9)9.
       01  ws-snap-disp            pic zz9.
       01  ws-snap2-disp           pic zz9.
       01  ws-growing-count        pic s9(9) comp-5 value 0.
       01  ws-neverfreed-count     pic s9(9) comp-5 value 0.
       01  ws-transient-count      pic s9(9) comp-5 value 0.

      ***** Existence check scratch area, as in ESDumpHousekeep.
       01  ws-exist-checkname      pic x(255).
       01  ws-exist-details.
           03  ws-exist-size       pic x(8) comp-x.
           03  ws-exist-date.
               05  ws-exist-day    pic x comp-x.
               05  ws-exist-month  pic x comp-x.
               05  ws-exist-year   pic xx comp-x.
           03  ws-exist-time.
               05  ws-exist-hour   pic x comp-x.
               05  ws-exist-minute pic x comp-x.
               05  ws-exist-second pic x comp-x.
               05  ws-exist-hund   pic x comp-x.
       01  ws-exist-flag           pic x.
           88  file-does-exist             value "1".
           88  file-does-not-exist         value space.

       procedure division.

           accept ws-cmdline from command-line
           if ws-cmdline = spaces
               perform show-usage
               stop run
           end-if

           perform parse-leak-args

           if select-by-feed
               perform select-feed-dumps
               if ws-series-num > 1
                   sort ws-series-entry
               end-if
           end-if

           perform check-series-files

           if ws-series-num < 2
               display "A series needs at least two dumps with a .csv -"
                       " nothing to compare."
               move 8 to return-code
               stop run
           end-if
           if ws-minlife = 0
               compute ws-minlife = (ws-series-num + 1) / 2
               if ws-minlife < 2
                   move 2 to ws-minlife
               end-if
           end-if

           perform varying ws-cur-snap from 1 by 1
                   until ws-cur-snap > ws-series-num
               perform load-snapshot
               perform merge-snapshot
           end-perform

           perform summarise-lifetimes

           perform write-leak-report

           move ws-series-num to ws-count-disp
           display "Snapshots in series   = " function trim(ws-count-disp)
           move ws-life-num to ws-count-disp
           display "Distinct blocks seen  = " function trim(ws-count-disp)
           move ws-growing-count to ws-count-disp
           display "Types always growing  = " function trim(ws-count-disp)
           move ws-neverfreed-count to ws-count-disp
           display "Blocks never freed    = " function trim(ws-count-disp)
           move ws-transient-count to ws-count-disp
           display "Blocks come and gone  = " function trim(ws-count-disp)

           goback.

       show-usage section.

           display "Usage : ESDumpLeak FEED base from-yyyymmdd"
                   " to-yyyymmdd [MINLIFE n]"
           display "        ESDumpLeak filename ... [MINLIFE n]"
           display "      For example:-"
           display "        ESDumpLeak FEED PRODA 20260901 20260901"
           display "        ESDumpLeak @shift.lst MINLIFE 4"
           display "Tracks every control block's lifetime through a"
           display "series of split dumps (via each dump's .csv) and"
           display "reports types growing at every snapshot, blocks"
           display "never freed (held at least MINLIFE snapshots,"
           display "default half the series) and blocks that came"
           display "and went, to ESDSPLIT.LEAK.RPT. FEED takes the"
           display "series from ESDSPLIT.AUDIT.LOG in dump time order;"
           display "a list of names is taken in the order given."
           .

       parse-leak-args section.

      ***** FEED takes the base name and the two dates after it;
      ***** MINLIFE takes the number after it; any other word is a dump
      ***** name or @listfile for an explicit series.
           move 1 to ws-cmd-pos
           perform until ws-cmd-pos > length of ws-cmdline
               perform extract-cmdline-token
               evaluate true
                   when ws-cmd-token = spaces
                       continue
                   when expecting-feed
                       move ws-cmd-token to ws-feed-base
                       set expecting-fromdate to true
                   when expecting-fromdate
                       if ws-cmd-token(1:8) is not numeric
                           display "FEED needs from and to dates as"
                                   " yyyymmdd"
                           stop run
                       end-if
                       move ws-cmd-token(1:8) to ws-fromdate
                       set expecting-todate to true
                   when expecting-todate
                       if ws-cmd-token(1:8) is not numeric
                           display "FEED needs from and to dates as"
                                   " yyyymmdd"
                           stop run
                       end-if
                       move ws-cmd-token(1:8) to ws-todate
                       set expecting-nothing to true
                   when expecting-minlife
                       move 0 to ws-minlife
                       unstring ws-cmd-token delimited by all spaces
                           into ws-minlife
                       end-unstring
                       set expecting-nothing to true
                   when function upper-case(ws-cmd-token) = "FEED"
                       set select-by-feed to true
                       set expecting-feed to true
                   when function upper-case(ws-cmd-token) = "MINLIFE"
                       set expecting-minlife to true
                   when ws-cmd-token(1:1) = "@"
                       move ws-cmd-token(2:254) to ws-listsrcname
                       perform add-listsrc-to-series
                   when other
                       move ws-cmd-token to ws-series-add-name
                       perform add-series-entry
               end-evaluate
           end-perform
           if select-by-feed
               if ws-feed-base = spaces or not expecting-nothing
                   perform show-usage
                   stop run
               end-if
               if ws-series-num > 0
                   display "Give either FEED or a list of dumps, not both"
                   stop run
               end-if
           end-if
           .

       extract-cmdline-token section.

           move spaces to ws-cmd-token
           move 0 to ws-cmd-tok-len
           perform until ws-cmd-pos > length of ws-cmdline
                   or ws-cmdline(ws-cmd-pos:1) not = space
               add 1 to ws-cmd-pos
           end-perform
           perform until ws-cmd-pos > length of ws-cmdline
                   or ws-cmdline(ws-cmd-pos:1) = space
               if ws-cmd-tok-len < length of ws-cmd-token
                   add 1 to ws-cmd-tok-len
                   move ws-cmdline(ws-cmd-pos:1)
                       to ws-cmd-token(ws-cmd-tok-len:1)
               end-if
               add 1 to ws-cmd-pos
           end-perform
           .

       add-listsrc-to-series section.

           move space to ws-end-of-listsrc-flag
           display "listsrcname" upon environment-name
           display ws-listsrcname upon environment-value
           open input listsrcdump
           perform check-status
           perform read-listsrc-entry
           perform until end-of-listsrc
               if ls-dump-rec not = spaces
                   move ls-dump-rec to ws-series-add-name
                   perform add-series-entry
               end-if
               perform read-listsrc-entry
           end-perform
           close listsrcdump
           perform check-status
           .

       read-listsrc-entry section.

           read listsrcdump
               at end set end-of-listsrc to true
                      exit section
           end-read
           perform check-status
           .

       add-series-entry section.

      ***** Add ws-series-add-name (a split .txt, or its .csv) to the
      ***** series. An explicit list keeps the order given, so the key
      ***** is only used by the FEED sort.
           if ws-series-num >= 78-snap-max
               display "More than " 78-snap-max " dumps in the series -"
                       " ignoring " ws-series-add-name(1:50)
               exit section
           end-if
           add 1 to ws-series-num
           move ws-series-add-key  to ws-series-key(ws-series-num)
           move ws-series-add-name to ws-series-txtname(ws-series-num)
           move 0 to ws-series-blocks(ws-series-num)
                     ws-series-bytes(ws-series-num)
           move 0 to ws-cnt1
           inspect ws-series-add-name tallying ws-cnt1 for all ".csv"
           if ws-cnt1 > 0
               move ws-series-add-name to ws-series-csvname(ws-series-num)
           else
               move spaces to ws-series-csvname(ws-series-num)
               string ws-series-add-name delimited by ".txt"
                      ".csv"             delimited by size
                   into ws-series-csvname(ws-series-num)
               end-string
           end-if
           .

       select-feed-dumps section.

      ***** Every audit entry from the feed inside the date range, keyed
      ***** for the sort on the dump's own date and time.
           display "auditfilename" upon environment-name
           display ws-auditfilename upon environment-value
           move space to ws-end-of-audit-flag
           open input auditdump
           if fs-stat = "05"
               display "No audit log found - run ESDumpSplitter first."
               close auditdump
               stop run
           end-if
           perform check-status
           move function upper-case(ws-feed-base) to ws-feed-base
           perform read-audit-entry
           perform until end-of-audit
               perform parse-audit-entry
               move ws-audit-ts(1:8) to ws-audit-date
               if ws-audit-date is numeric
                       and ws-audit-date >= ws-fromdate
                       and ws-audit-date <= ws-todate
                   perform get-infile-base
                   if ws-infile-base = ws-feed-base
                       perform get-name-key
                       move ws-name-key      to ws-series-add-key
                       move ws-audit-outname to ws-series-add-name
                       perform add-series-entry
                   end-if
               end-if
               perform read-audit-entry
           end-perform
           close auditdump
           perform check-status
           .

       read-audit-entry section.

           read auditdump
               at end set end-of-audit to true
                      exit section
           end-read
           perform check-status
           .

       parse-audit-entry section.

           move spaces to ws-audit-infile ws-audit-outname
                          ws-audit-dumpseq ws-audit-corrupt
                          ws-audit-severity
           unstring audit-rec delimited by ","
               into ws-audit-ts ws-audit-infile ws-audit-outname
                    ws-audit-dumpseq ws-audit-corrupt ws-audit-severity
           end-unstring
           .

       get-infile-base section.

      ***** The audit entry's input file without any directory and
      ***** without everything from its first ".", upper-cased - the
      ***** same base ESDumpSplitter names its split dumps after.
           move ws-audit-infile to ws-path-part
           perform varying ws-cnt1 from length of ws-path-part by -1
                   until ws-cnt1 < 1
                      or ws-path-part(ws-cnt1:1) = "/"
                      or ws-path-part(ws-cnt1:1) = "\"
               continue
           end-perform
           if ws-cnt1 > 0
               move ws-audit-infile(ws-cnt1 + 1:) to ws-path-part
           end-if
           move spaces to ws-infile-base
           unstring ws-path-part delimited by "."
               into ws-infile-base
           end-unstring
           move function upper-case(ws-infile-base) to ws-infile-base
           .

       get-name-key section.

      ***** yyyymmddhhmmss from the split name's dd-mm-yyyy and
      ***** hh-mm-ss tokens; the audit timestamp where they do not
      ***** parse.
           move spaces to ws-name-prefix ws-name-datetoken ws-name-timetoken
           unstring ws-audit-outname delimited by "+"
               into ws-name-prefix ws-name-datetoken ws-name-timetoken
           end-unstring
           if ws-name-datetoken(1:2) is numeric
                   and ws-name-datetoken(4:2) is numeric
                   and ws-name-datetoken(7:4) is numeric
                   and ws-name-timetoken(1:2) is numeric
                   and ws-name-timetoken(4:2) is numeric
                   and ws-name-timetoken(7:2) is numeric
               string ws-name-datetoken(7:4) delimited by size
                      ws-name-datetoken(4:2) delimited by size
                      ws-name-datetoken(1:2) delimited by size
                      ws-name-timetoken(1:2) delimited by size
                      ws-name-timetoken(4:2) delimited by size
                      ws-name-timetoken(7:2) delimited by size
                   into ws-name-key
               end-string
           else
               string ws-audit-ts(1:8)  delimited by size
                      ws-audit-ts(10:6) delimited by size
                   into ws-name-key
               end-string
           end-if
           .

       check-series-files section.

      ***** Drop any dump whose .csv is gone (purged, archived) from
      ***** the series, closing the table up behind it.
           move 0 to ws-cnt2
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-series-num
               move ws-series-csvname(ws-cnt1) to ws-exist-checkname
               perform check-file-exists
               if file-does-exist
                   add 1 to ws-cnt2
                   if ws-cnt2 not = ws-cnt1
                       move ws-series-entry(ws-cnt1)
                           to ws-series-entry(ws-cnt2)
                   end-if
               else
                   display "No .csv for " ws-series-txtname(ws-cnt1)(1:50)
                           " - left out of the series"
               end-if
           end-perform
           move ws-cnt2 to ws-series-num
           .

       load-snapshot section.

      ***** Read snapshot ws-cur-snap's .csv into the snapshot table,
      ***** tallying its per-type figures, then sort it for the merge.
           move 0 to ws-snap-num
           move ws-series-csvname(ws-cur-snap) to ws-csvfilename
           display "csvfilename" upon environment-name
           display ws-csvfilename upon environment-value
           open input csvdump
           perform check-status
           move space to ws-end-of-csv-flag
           set is-header-line to true
           perform read-csv-entry
           perform until end-of-csv
               if is-header-line
                   set is-not-header-line to true
               else
                   if csv-rec not = spaces
                       perform load-one-csv-row
                   end-if
               end-if
               perform read-csv-entry
           end-perform
           close csvdump
           perform check-status
           if ws-snap-num > 1
               sort ws-snap-entry
           end-if
           .

       read-csv-entry section.

           read csvdump
               at end set end-of-csv to true
                      exit section
           end-read
           perform check-status
           .

       load-one-csv-row section.

           move spaces to ws-csv-addr ws-csv-length ws-csv-type
           unstring csv-rec delimited by ","
               into ws-csv-addr ws-csv-length ws-csv-type
           end-unstring
           if ws-csv-type = spaces
               exit section
           end-if
           if ws-snap-num >= 78-row-max
               display "More than " 78-row-max " blocks in "
                       ws-csvfilename(1:40) " - ignoring the rest"
               set end-of-csv to true
               exit section
           end-if
           add 1 to ws-snap-num
           move 0 to ws-snap-addr(ws-snap-num) ws-snap-length(ws-snap-num)
           if ws-csv-addr not = spaces
               compute ws-snap-addr(ws-snap-num) = function numval(ws-csv-addr)
           end-if
           if ws-csv-length not = spaces
               compute ws-snap-length(ws-snap-num) =
                   function numval(ws-csv-length)
           end-if
           move ws-csv-type to ws-snap-type(ws-snap-num)

           add 1 to ws-series-blocks(ws-cur-snap)
           add ws-snap-length(ws-snap-num) to ws-series-bytes(ws-cur-snap)
           perform find-type-entry
           if ws-type-idx > 0
               add 1 to ws-type-count(ws-type-idx ws-cur-snap)
               add ws-snap-length(ws-snap-num)
                   to ws-type-bytes(ws-type-idx ws-cur-snap)
           end-if
           .

       find-type-entry section.

      ***** Type table entry for ws-csv-type, added (all snapshots
      ***** zero) if new; 0 once the table is full.
           move 0 to ws-type-idx
           perform varying ws-type-scan from 1 by 1
                   until ws-type-scan > ws-type-num or ws-type-idx > 0
               if ws-type-name(ws-type-scan) = ws-csv-type
                   move ws-type-scan to ws-type-idx
               end-if
           end-perform
           if ws-type-idx = 0 and ws-type-num < 78-type-max
               add 1 to ws-type-num
               move ws-type-num to ws-type-idx
               initialize ws-type-entry(ws-type-idx)
               move ws-csv-type to ws-type-name(ws-type-idx)
           end-if
           .

       merge-snapshot section.

      ***** Match-merge the sorted snapshot into the lifetime table
      ***** (both in address/type order) through the work table: a
      ***** block in both is seen again, one only in the snapshot is
      ***** new, one only in the table is absent this time. The same
      ***** address and type twice in one .csv counts once.
           move 0 to ws-work-num
           move 1 to ws-cnt1 ws-cnt2
           perform until (ws-cnt1 > ws-life-num and ws-cnt2 > ws-snap-num)
                   or life-table-full
               if ws-work-num >= 78-row-max
                   display "More than " 78-row-max " distinct blocks in"
                           " the series - later blocks not tracked"
                   set life-table-full to true
                   exit perform
               end-if
               evaluate true
                   when ws-cnt2 > ws-snap-num
                       perform copy-life-to-work
                       add 1 to ws-cnt1
                   when ws-cnt1 > ws-life-num
                       perform add-snap-to-work
                   when ws-life-key(ws-cnt1) < ws-snap-key(ws-cnt2)
                       perform copy-life-to-work
                       add 1 to ws-cnt1
                   when ws-snap-key(ws-cnt2) < ws-life-key(ws-cnt1)
                       perform add-snap-to-work
                   when other
                       perform copy-life-to-work
                       move ws-cur-snap to ws-work-last(ws-work-num)
                       add 1 to ws-work-seen(ws-work-num)
                       move ws-snap-length(ws-cnt2)
                           to ws-work-length(ws-work-num)
                       add 1 to ws-cnt1
                       perform skip-snap-duplicates
               end-evaluate
           end-perform
           if life-table-full
               perform until ws-cnt1 > ws-life-num
                       or ws-work-num >= 78-row-max
                   perform copy-life-to-work
                   add 1 to ws-cnt1
               end-perform
           end-if

           move ws-work-num to ws-life-num
           perform varying ws-cnt3 from 1 by 1 until ws-cnt3 > ws-work-num
               move ws-work-entry(ws-cnt3) to ws-life-entry(ws-cnt3)
           end-perform
           .

       copy-life-to-work section.

           add 1 to ws-work-num
           move ws-life-entry(ws-cnt1) to ws-work-entry(ws-work-num)
           .

       add-snap-to-work section.

           add 1 to ws-work-num
           move ws-snap-key(ws-cnt2)    to ws-work-key(ws-work-num)
           move ws-snap-length(ws-cnt2) to ws-work-length(ws-work-num)
           move ws-cur-snap to ws-work-first(ws-work-num)
                               ws-work-last(ws-work-num)
           move 1 to ws-work-seen(ws-work-num)
           perform skip-snap-duplicates
           .

       skip-snap-duplicates section.

      ***** Step past snapshot row ws-cnt2 and any repeats of its key.
           add 1 to ws-cnt2
           perform until ws-cnt2 > ws-snap-num
                   or ws-snap-key(ws-cnt2) not = ws-snap-key(ws-cnt2 - 1)
               add 1 to ws-cnt2
           end-perform
           .

       summarise-lifetimes section.

      ***** Per-type totals for the two block lists - never freed, and
      ***** came and went.
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-life-num
               evaluate true
                   when ws-life-last(ws-cnt1) = ws-series-num
                           and ws-life-seen(ws-cnt1)
                               = ws-series-num - ws-life-first(ws-cnt1) + 1
                           and ws-life-seen(ws-cnt1) >= ws-minlife
                       move ws-life-type(ws-cnt1) to ws-csv-type
                       perform find-type-entry
                       add 1 to ws-neverfreed-count
                       if ws-type-idx > 0
                           add 1 to ws-type-nf-count(ws-type-idx)
                           add ws-life-length(ws-cnt1)
                               to ws-type-nf-bytes(ws-type-idx)
                           if ws-life-first(ws-cnt1) = 1
                               add 1 to ws-type-nf-start(ws-type-idx)
                           end-if
                       end-if
                   when ws-life-first(ws-cnt1) > 1
                           and ws-life-last(ws-cnt1) < ws-series-num
                       move ws-life-type(ws-cnt1) to ws-csv-type
                       perform find-type-entry
                       add 1 to ws-transient-count
                       if ws-type-idx > 0
                           add 1 to ws-type-tr-count(ws-type-idx)
                           add ws-life-length(ws-cnt1)
                               to ws-type-tr-bytes(ws-type-idx)
                       end-if
               end-evaluate
           end-perform
           .

       write-leak-report section.

           display "leakrptname" upon environment-name
           display ws-leakrptname upon environment-value
           open output leakrpt
           perform check-status

           move spaces to leak-out-rec
           if select-by-feed
               string "Storage Leak Report - feed "  delimited by size
                      ws-feed-base                   delimited by space
                      " from "                       delimited by size
                      ws-fromdate                    delimited by size
                      " to "                         delimited by size
                      ws-todate                      delimited by size
                   into leak-out-rec
               end-string
           else
               move "Storage Leak Report - dumps as listed"
                   to leak-out-rec
           end-if
           perform write-leak-line
           move "==================================================" to
               leak-out-rec
           perform write-leak-line

           perform write-series-list
           perform write-growing-types
           perform write-never-freed
           perform write-come-and-gone

           close leakrpt
           perform check-status
           .

       write-leak-line section.

           write leak-out-rec
           perform check-status
           .

       write-series-list section.

           move spaces to leak-out-rec
           perform write-leak-line
           move "Snapshots (in series order)" to leak-out-rec
           perform write-leak-line
           move "---------------------------" to leak-out-rec
           perform write-leak-line
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-series-num
               move ws-cnt1 to ws-snap-disp
               move ws-series-blocks(ws-cnt1) to ws-count-disp
               move ws-series-bytes(ws-cnt1)  to ws-bytes-disp
               move spaces to leak-out-rec
               string ws-snap-disp                  delimited by size
                      ". "                          delimited by size
                      ws-series-txtname(ws-cnt1)    delimited by space
                      "  blocks="                   delimited by size
                      function trim(ws-count-disp)  delimited by size
                      " bytes="                     delimited by size
                      function trim(ws-bytes-disp)  delimited by size
                   into leak-out-rec
               end-string
               perform write-leak-line
           end-perform
           .

       write-growing-types section.

      ***** A type rises at every snapshot if its count (or its total
      ***** bytes) is strictly higher at each snapshot than at the one
      ***** before - a type absent from a snapshot counts as zero there.
      ***** Two snapshots cannot show a trend, so it takes three.
           move spaces to leak-out-rec
           perform write-leak-line
           move "Types Growing At Every Snapshot" to leak-out-rec
           perform write-leak-line
           move "-------------------------------" to leak-out-rec
           perform write-leak-line
           if ws-series-num < 3
               move "(needs a series of at least three snapshots)"
                   to leak-out-rec
               perform write-leak-line
               exit section
           end-if

           perform varying ws-type-idx from 1 by 1
                   until ws-type-idx > ws-type-num
               set count-rises to true
               set bytes-rise to true
               perform varying ws-cnt1 from 2 by 1
                       until ws-cnt1 > ws-series-num
                   if ws-type-count(ws-type-idx ws-cnt1)
                           <= ws-type-count(ws-type-idx ws-cnt1 - 1)
                       set count-not-rising to true
                   end-if
                   if ws-type-bytes(ws-type-idx ws-cnt1)
                           <= ws-type-bytes(ws-type-idx ws-cnt1 - 1)
                       set bytes-not-rising to true
                   end-if
               end-perform
               if count-rises or bytes-rise
                   add 1 to ws-growing-count
                   perform write-one-growing-type
               end-if
           end-perform
           if ws-growing-count = 0
               move "(none)" to leak-out-rec
               perform write-leak-line
           end-if
           .

       write-one-growing-type section.

      ***** Growth per snapshot is the rise from the first snapshot to
      ***** the last spread over the steps between them.
           compute ws-rate-steps = ws-series-num - 1
           move spaces to leak-out-rec
           move 1 to ws-rpt-pointer
           string ws-type-name(ws-type-idx) delimited by space
                  " :"                      delimited by size
               into leak-out-rec
               with pointer ws-rpt-pointer
           end-string
           if count-rises
               move ws-type-count(ws-type-idx 1) to ws-count-disp
               move ws-type-count(ws-type-idx ws-series-num)
                   to ws-count2-disp
               compute ws-growth = ws-type-count(ws-type-idx ws-series-num)
                                 - ws-type-count(ws-type-idx 1)
               compute ws-rate rounded = ws-growth / ws-rate-steps
               move ws-rate to ws-rate-disp
               string " blocks "                    delimited by size
                      function trim(ws-count-disp)  delimited by size
                      " -> "                        delimited by size
                      function trim(ws-count2-disp) delimited by size
                      " ("                          delimited by size
                      function trim(ws-rate-disp)   delimited by size
                      " per snapshot)"              delimited by size
                   into leak-out-rec
                   with pointer ws-rpt-pointer
               end-string
           end-if
           if bytes-rise
               move ws-type-bytes(ws-type-idx 1) to ws-bytes-disp
               move ws-type-bytes(ws-type-idx ws-series-num)
                   to ws-bytes2-disp
               compute ws-growth = ws-type-bytes(ws-type-idx ws-series-num)
                                 - ws-type-bytes(ws-type-idx 1)
               compute ws-rate rounded = ws-growth / ws-rate-steps
               move ws-rate to ws-rate-disp
               string " bytes "                     delimited by size
                      function trim(ws-bytes-disp)  delimited by size
                      " -> "                        delimited by size
                      function trim(ws-bytes2-disp) delimited by size
                      " ("                          delimited by size
                      function trim(ws-rate-disp)   delimited by size
                      " per snapshot)"              delimited by size
                   into leak-out-rec
                   with pointer ws-rpt-pointer
               end-string
           end-if
           perform write-leak-line
           .

       write-never-freed section.

           move spaces to leak-out-rec
           perform write-leak-line
           move ws-minlife to ws-snap-disp
           move spaces to leak-out-rec
           string "Blocks Never Freed (live at the last snapshot, held"
                                              delimited by size
                  " at least "                delimited by size
                  function trim(ws-snap-disp) delimited by size
                  " snapshots)"               delimited by size
               into leak-out-rec
           end-string
           perform write-leak-line
           move "------------------" to leak-out-rec
           perform write-leak-line
           if ws-neverfreed-count = 0
               move "(none)" to leak-out-rec
               perform write-leak-line
               exit section
           end-if

           perform varying ws-type-idx from 1 by 1
                   until ws-type-idx > ws-type-num
               if ws-type-nf-count(ws-type-idx) > 0
                   move ws-type-nf-count(ws-type-idx) to ws-count-disp
                   move ws-type-nf-start(ws-type-idx) to ws-count2-disp
                   move ws-type-nf-bytes(ws-type-idx) to ws-bytes-disp
                   move spaces to leak-out-rec
                   string ws-type-name(ws-type-idx)    delimited by space
                          " : "                        delimited by size
                          function trim(ws-count-disp) delimited by size
                          " block(s), "                delimited by size
                          function trim(ws-bytes-disp) delimited by size
                          " bytes, "                   delimited by size
                          function trim(ws-count2-disp) delimited by size
                          " since the first snapshot"  delimited by size
                       into leak-out-rec
                   end-string
                   perform write-leak-line
               end-if
           end-perform

           move spaces to leak-out-rec
           perform write-leak-line
           move 0 to ws-detail-count
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-life-num
               if ws-life-last(ws-cnt1) = ws-series-num
                       and ws-life-seen(ws-cnt1)
                           = ws-series-num - ws-life-first(ws-cnt1) + 1
                       and ws-life-seen(ws-cnt1) >= ws-minlife
                   add 1 to ws-detail-count
                   if ws-detail-count <= 78-detail-max
                       perform write-block-detail
                   end-if
               end-if
           end-perform
           perform write-detail-overflow
           .

       write-come-and-gone section.

           move spaces to leak-out-rec
           perform write-leak-line
           move "Blocks That Appeared Then Disappeared" to leak-out-rec
           perform write-leak-line
           move "-------------------------------------" to leak-out-rec
           perform write-leak-line
           if ws-transient-count = 0
               move "(none)" to leak-out-rec
               perform write-leak-line
               exit section
           end-if

           perform varying ws-type-idx from 1 by 1
                   until ws-type-idx > ws-type-num
               if ws-type-tr-count(ws-type-idx) > 0
                   move ws-type-tr-count(ws-type-idx) to ws-count-disp
                   move ws-type-tr-bytes(ws-type-idx) to ws-bytes-disp
                   move spaces to leak-out-rec
                   string ws-type-name(ws-type-idx)    delimited by space
                          " : "                        delimited by size
                          function trim(ws-count-disp) delimited by size
                          " block(s), "                delimited by size
                          function trim(ws-bytes-disp) delimited by size
                          " bytes"                     delimited by size
                       into leak-out-rec
                   end-string
                   perform write-leak-line
               end-if
           end-perform

           move spaces to leak-out-rec
           perform write-leak-line
           move 0 to ws-detail-count
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-life-num
               if ws-life-first(ws-cnt1) > 1
                       and ws-life-last(ws-cnt1) < ws-series-num
                   add 1 to ws-detail-count
                   if ws-detail-count <= 78-detail-max
                       perform write-block-detail
                   end-if
               end-if
           end-perform
           perform write-detail-overflow
           .

       write-block-detail section.

      ***** One block from the lifetime table (entry ws-cnt1) - its
      ***** address, latest length, type, and the snapshots it was
      ***** first and last seen in.
           move ws-life-addr(ws-cnt1)   to ws-addr-disp
           move ws-life-length(ws-cnt1) to ws-bytes-disp
           move ws-life-first(ws-cnt1)  to ws-snap-disp
           move ws-life-last(ws-cnt1)   to ws-snap2-disp
           move spaces to leak-out-rec
           string "   Address="                delimited by size
                  function trim(ws-addr-disp)  delimited by size
                  " Length="                   delimited by size
                  function trim(ws-bytes-disp) delimited by size
                  " Type="                     delimited by size
                  ws-life-type(ws-cnt1)        delimited by space
                  " snapshots "                delimited by size
                  function trim(ws-snap-disp)  delimited by size
                  "-"                          delimited by size
                  function trim(ws-snap2-disp) delimited by size
               into leak-out-rec
           end-string
           perform write-leak-line
           .

       write-detail-overflow section.

           if ws-detail-count > 78-detail-max
               compute ws-cnt2 = ws-detail-count - 78-detail-max
               move ws-cnt2 to ws-count-disp
               move spaces to leak-out-rec
               string "   ... and "                delimited by size
                      function trim(ws-count-disp) delimited by size
                      " more not listed"           delimited by size
                   into leak-out-rec
               end-string
               perform write-leak-line
           end-if
           .

       check-file-exists section.

           set file-does-not-exist to true
           call "CBL_CHECK_FILE_EXIST" using ws-exist-checkname
                                             ws-exist-details
           if return-code = 0
               set file-does-exist to true
           end-if
           move 0 to return-code
           .

       check-status section.

           if fs-stat not = zeros
               if fs-char1 = "9"
                   move fs-char2    to fs-disp
                   display "File Error " fs-char1 "/" fs-disp
               else
                   display "File Error " fs-stat
               end-if
               stop run
           end-if
           .

       end program ESDumpLeak.
