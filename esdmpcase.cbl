      $set sourceformat"variable"
       identification division.
       program-id. ESDumpCase.

      ***** Incident case register - ties split dumps to the problem
      ***** ticket they belong to, so the dumps an open investigation
      ***** depends on are held back from retention housekeeping
      ***** whatever their corruption flag says. ESDumpHousekeep (both
      ***** its purge and ARCHIVE modes) reads the same two files and
      ***** never retires a dump attached to an OPEN case.
      *****
      ***** ESDSPLIT.CASE.REGISTER    one row per case -
      *****    ticket,status,owner,opened-date,closed-date,description
      *****    status is OPEN or CLOSED; commas in a description are
      *****    stored as ";" so the row stays one field per comma.
      *****
      ***** ESDSPLIT.CASE.DUMPS       one row per attached dump -
      *****    ticket,outname,attached-date
      *****    outname is the split .txt exactly as ESDSPLIT.AUDIT.LOG
      *****    records it.
      *****
      ***** Verbs:
      *****
      *****   OPEN   ticket owner description...
      *****   CLOSE  ticket            releases the case's hold - its
      *****                            attachments stay on the register
      *****                            as history
      *****   ATTACH ticket outname.txt
      *****   ATTACH ticket INFILE input-file from-date [to-date]
      *****   DETACH ticket outname.txt
      *****   DETACH ticket INFILE input-file from-date [to-date]
      *****   LIST   [ticket]          case listing report
      *****
      ***** Attaching by input file takes every ESDSPLIT.AUDIT.LOG entry
      ***** split from that input file whose audit date (yyyymmdd) lies
      ***** in the range, inclusive. A dump is only attached if the
      ***** audit log knows it - a mistyped name must not look like a
      ***** hold that is in place. Dumps can only be attached to an
      ***** OPEN case; they can be detached from either.
      *****
      ***** The LIST report (ESDSPLIT.CASE.RPT) shows each case with its
      ***** dumps, their size on disk, audit-log corruption flag and
      ***** severity, and how many days each has been held. An open
      ***** case whose oldest hold has run past 78-stale-days is marked
      ***** STALE so its owner can be chased.

       environment division.
       configuration section.
       file-control.
           select optional registerfile assign to ws-registerfilename
           organization line sequential
           file status is fs-stat.

           select registertemp assign to ws-registertempname
           organization line sequential
           file status is fs-stat.

           select optional casedumps assign to ws-casedumpsfilename
           organization line sequential
           file status is fs-stat.

           select casedumpstemp assign to ws-casedumpstempname
           organization line sequential
           file status is fs-stat.

           select optional auditdump assign to ws-auditfilename
           organization line sequential
           file status is fs-stat.

           select caserpt assign to ws-caserptname
           organization line sequential
           file status is fs-stat.

       data division.
       file section.
       fd  registerfile.
       01  register-rec               pic x(300).

       fd  registertemp.
       01  registertemp-rec           pic x(300).

       fd  casedumps.
       01  casedumps-rec              pic x(300).

       fd  casedumpstemp.
       01  casedumpstemp-rec          pic x(300).

       fd  auditdump.
       01  audit-rec                  pic x(255).

       fd  caserpt.
       01  case-out-rec               pic x(200).

       working-storage section.
       01  fs-stat                 pic xx.
       01  fs-stat2    redefines fs-stat.
           03  fs-char1            pic x.
           03  fs-char2            pic x comp-x.
       01  fs-disp                 pic 999.

       01  ws-registerfilename     pic x(255) value "ESDSPLIT.CASE.REGISTER".
       01  ws-registertempname     pic x(255) value "ESDSPLIT.CASE.REGISTER.TMP".
       01  ws-casedumpsfilename    pic x(255) value "ESDSPLIT.CASE.DUMPS".
       01  ws-casedumpstempname    pic x(255) value "ESDSPLIT.CASE.DUMPS.TMP".
       01  ws-auditfilename        pic x(255) value "ESDSPLIT.AUDIT.LOG".
       01  ws-caserptname          pic x(255) value "ESDSPLIT.CASE.RPT".

       01  ws-end-of-register-flag pic x   value space.
           88  not-end-of-register         value space.
           88  end-of-register              value "1".
       01  ws-end-of-casedumps-flag pic x  value space.
           88  not-end-of-casedumps        value space.
           88  end-of-casedumps             value "1".
       01  ws-end-of-audit-flag    pic x   value space.
           88  not-end-of-audit            value space.
           88  end-of-audit                 value "1".

       01  ws-cmdline              pic x(2000).
       01  ws-cmd-pos              pic s9(9) comp-5.
       01  ws-cmd-tok-len          pic s9(9) comp-5.
       01  ws-cmd-token            pic x(255).

      ***** What was asked for on the command line.
       01  ws-case-verb            pic x(10).
       01  ws-case-ticket          pic x(20).
       01  ws-case-owner           pic x(20).
       01  ws-case-desc            pic x(150).
       01  ws-case-outname         pic x(255).
       01  ws-case-infile          pic x(255).
       01  ws-case-from-date       pic x(8).
       01  ws-case-to-date         pic x(8).
       01  ws-by-infile-flag       pic x   value space.
           88  by-outname                  value space.
           88  by-infile                    value "1".

      ***** The case register, loaded whole and written back whole via
      ***** the usual work-file-and-swap.
       78  78-case-max             value 2000.
       01  ws-case-num             pic s9(9) comp-5 value 0.
       01  ws-case-table.
           03  ws-case-entry       occurs 1 to 78-case-max
                                     depending on ws-case-num.
               05  ws-case-id          pic x(20).
               05  ws-case-status      pic x(6).
                   88  case-is-open            value "OPEN".
                   88  case-is-closed          value "CLOSED".
               05  ws-case-own         pic x(20).
               05  ws-case-opened      pic x(8).
               05  ws-case-closed      pic x(8).
               05  ws-case-text        pic x(150).
       01  ws-case-idx             pic s9(9) comp-5 value 0.
       01  ws-reg-pointer          pic s9(9) comp-5.

      ***** Attached dumps, likewise. A detached row is blanked out of
      ***** the table and simply not written back. The corrupt flag
      ***** and severity are filled in from the audit log for LIST.
       78  78-hold-max             value 5000.
       01  ws-hold-num             pic s9(9) comp-5 value 0.
       01  ws-hold-table.
           03  ws-hold-entry       occurs 1 to 78-hold-max
                                     depending on ws-hold-num.
               05  ws-hold-ticket      pic x(20).
               05  ws-hold-outname     pic x(255).
               05  ws-hold-date        pic x(8).
               05  ws-hold-corrupt     pic x(3).
               05  ws-hold-severity    pic x(6).

       01  ws-audit-ts             pic x(17).
       01  ws-audit-infile         pic x(255).
       01  ws-audit-outname        pic x(255).
       01  ws-audit-dumpseq        pic x(30).
       01  ws-audit-corrupt        pic x(3).
       01  ws-audit-severity       pic x(6).

       01  ws-found-flag           pic x.
           88  entry-found                 value "1".
           88  entry-not-found             value space.
       01  ws-matched-count        pic s9(9) comp-5.
       01  ws-changed-count        pic s9(9) comp-5.

       01  ws-today                pic 9(8).
       01  ws-today-days           pic s9(9) comp-5.
       01  ws-date-num             pic 9(8).
       01  ws-close-num            pic 9(8).
       01  ws-age-days             pic s9(9) comp-5.
       01  ws-oldest-days          pic s9(9) comp-5.
       78  78-stale-days           value 90.

      ***** Existence check scratch area, as in ESDumpHousekeep - the
      ***** size of an attached dump comes from here.
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

       01  ws-cnt1                 pic s9(9) comp-5.
       01  ws-cnt2                 pic s9(9) comp-5.

      ***** Case listing report lines.
       01  ws-case-dump-count      pic s9(9) comp-5.
       01  ws-case-bytes           pic s9(18) comp-5.
       01  ws-list-case-count      pic s9(9) comp-5.
       01  ws-list-stale-count     pic s9(9) comp-5.
       01  ws-rpt-size-disp        pic z(14)9.
       01  ws-rpt-days-disp        pic z(5)9.
       01  ws-rpt-count-disp       pic z(8)9.
       01  ws-rpt-size-text        pic x(15).
       01  ws-rpt-pointer          pic s9(4) comp-5.
       01  ws-rpt-detail.
           03  filler              pic x(4)  value spaces.
           03  ws-rpt-outname      pic x(70).
           03  filler              pic x     value space.
           03  ws-rpt-size         pic x(15).
           03  filler              pic x(2)  value spaces.
           03  ws-rpt-corrupt      pic x(7).
           03  filler              pic x(2)  value spaces.
           03  ws-rpt-severity     pic x(8).
           03  filler              pic x(2)  value spaces.
           03  ws-rpt-days         pic x(6).
           03  filler              pic x(2)  value spaces.
           03  ws-rpt-attached     pic x(8).

       procedure division.

           accept ws-cmdline from command-line
           if ws-cmdline = spaces
               perform show-usage
               stop run
           end-if

           accept ws-today from date yyyymmdd
           compute ws-today-days = function integer-of-date(ws-today)

           move 1 to ws-cmd-pos
           perform extract-cmdline-token
           move function upper-case(ws-cmd-token) to ws-case-verb
           perform extract-cmdline-token
           move ws-cmd-token to ws-case-ticket

           evaluate ws-case-verb
               when "OPEN"
                   perform extract-cmdline-token
                   move ws-cmd-token to ws-case-owner
                   if ws-cmd-pos <= length of ws-cmdline
                       move function trim(ws-cmdline(ws-cmd-pos:))
                           to ws-case-desc
                   end-if
                   inspect ws-case-desc replacing all "," by ";"
                   if ws-case-ticket = spaces or ws-case-owner = spaces
                       perform show-usage
                       move 8 to return-code
                       stop run
                   end-if
                   perform open-case
               when "CLOSE"
                   if ws-case-ticket = spaces
                       perform show-usage
                       move 8 to return-code
                       stop run
                   end-if
                   perform close-case
               when "ATTACH"
               when "DETACH"
                   perform parse-dump-selection
                   if ws-case-verb = "ATTACH"
                       perform attach-dumps
                   else
                       perform detach-dumps
                   end-if
               when "LIST"
                   if function upper-case(ws-case-ticket) = "ALL"
                       move spaces to ws-case-ticket
                   end-if
                   perform list-cases
               when other
                   display "Unrecognised verb: " ws-case-verb
                   perform show-usage
                   move 8 to return-code
                   stop run
           end-evaluate

           goback.

       show-usage section.

           display "Usage : ESDumpCase OPEN   ticket owner description"
           display "        ESDumpCase CLOSE  ticket"
           display "        ESDumpCase ATTACH ticket outname.txt"
           display "        ESDumpCase ATTACH ticket INFILE input-file"
                   " from-yyyymmdd [to-yyyymmdd]"
           display "        ESDumpCase DETACH ticket outname.txt"
           display "        ESDumpCase DETACH ticket INFILE input-file"
                   " from-yyyymmdd [to-yyyymmdd]"
           display "        ESDumpCase LIST   [ticket]"
           display "Dumps attached to an OPEN case are never retired"
           display "by ESDumpHousekeep. CLOSE releases the hold."
           display "LIST writes the case report to ESDSPLIT.CASE.RPT."
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

       parse-dump-selection section.

      ***** After ATTACH/DETACH ticket: either one output filename, or
      ***** INFILE input-file from-date [to-date]. A missing to-date
      ***** means just the one day.
           perform extract-cmdline-token
           if function upper-case(ws-cmd-token) = "INFILE"
               set by-infile to true
               perform extract-cmdline-token
               move ws-cmd-token to ws-case-infile
               perform extract-cmdline-token
               move ws-cmd-token to ws-case-from-date
               perform extract-cmdline-token
               move ws-cmd-token to ws-case-to-date
               if ws-case-to-date = spaces
                   move ws-case-from-date to ws-case-to-date
               end-if
               if ws-case-infile = spaces
                       or ws-case-from-date is not numeric
                       or ws-case-to-date is not numeric
                   display "INFILE needs an input file and a"
                           " yyyymmdd date range"
                   move 8 to return-code
                   stop run
               end-if
           else
               set by-outname to true
               move ws-cmd-token to ws-case-outname
           end-if
           if ws-case-ticket = spaces
                   or (by-outname and ws-case-outname = spaces)
               perform show-usage
               move 8 to return-code
               stop run
           end-if
           .

       open-case section.

           perform load-register
           perform find-case
           if entry-found
               display "Case " ws-case-ticket " is already registered ("
                       ws-case-status(ws-case-idx) ")"
               move 8 to return-code
               exit section
           end-if
           if ws-case-num >= 78-case-max
               display "Case register is full (" 78-case-max " cases)"
               move 8 to return-code
               exit section
           end-if
           add 1 to ws-case-num
           move ws-case-ticket to ws-case-id(ws-case-num)
           move "OPEN"         to ws-case-status(ws-case-num)
           move ws-case-owner  to ws-case-own(ws-case-num)
           move ws-today       to ws-case-opened(ws-case-num)
           move spaces         to ws-case-closed(ws-case-num)
           move ws-case-desc   to ws-case-text(ws-case-num)
           perform write-register
           display "Case " function trim(ws-case-ticket) " opened for "
                   function trim(ws-case-owner)
           .

       close-case section.

           perform load-register
           perform find-case
           if entry-not-found
               display "Case " ws-case-ticket " is not registered"
               move 8 to return-code
               exit section
           end-if
           if case-is-closed(ws-case-idx)
               display "Case " ws-case-ticket " is already closed"
               exit section
           end-if
           move "CLOSED" to ws-case-status(ws-case-idx)
           move ws-today to ws-case-closed(ws-case-idx)
           perform write-register
           display "Case " function trim(ws-case-ticket)
                   " closed - its dumps are no longer held"
           .

       attach-dumps section.

      ***** Walk the audit log for the dump(s) selected and add each
      ***** one not already on this case.
           perform load-register
           perform find-case
           if entry-not-found
               display "Case " ws-case-ticket " is not registered"
               move 8 to return-code
               exit section
           end-if
           if not case-is-open(ws-case-idx)
               display "Case " ws-case-ticket " is closed - open a"
                       " new case to hold dumps"
               move 8 to return-code
               exit section
           end-if
           perform load-case-dumps

           move 0 to ws-matched-count ws-changed-count
           perform open-audit-log
           perform read-audit-entry
           perform until end-of-audit
               perform parse-audit-entry
               perform check-dump-selected
               if entry-found
                   add 1 to ws-matched-count
                   perform attach-one-dump
               end-if
               perform read-audit-entry
           end-perform
           close auditdump
           perform check-status

           if ws-matched-count = 0
               display "No matching dump in "
                       function trim(ws-auditfilename)
                       " - nothing attached"
               move 8 to return-code
               exit section
           end-if
           if ws-changed-count > 0
               perform write-case-dumps
           end-if
           move ws-changed-count to ws-rpt-count-disp
           display "Dumps attached to " function trim(ws-case-ticket)
                   " = " function trim(ws-rpt-count-disp)
           .

       attach-one-dump section.

           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-hold-num
               if ws-hold-ticket(ws-cnt1) = ws-case-ticket
                       and ws-hold-outname(ws-cnt1) = ws-audit-outname
                   display "   already attached " ws-audit-outname(1:60)
                   exit section
               end-if
           end-perform
           if ws-hold-num >= 78-hold-max
               display "Case dumps file is full (" 78-hold-max " rows)"
                       " - not attached " ws-audit-outname(1:50)
               exit section
           end-if
           add 1 to ws-hold-num
           move ws-case-ticket   to ws-hold-ticket(ws-hold-num)
           move ws-audit-outname to ws-hold-outname(ws-hold-num)
           move ws-today         to ws-hold-date(ws-hold-num)
           add 1 to ws-changed-count
           display "   attached " ws-audit-outname(1:60)
           .

       detach-dumps section.

      ***** By name the rows go directly; by input file the audit log
      ***** says which output names the range covers.
           perform load-register
           perform find-case
           if entry-not-found
               display "Case " ws-case-ticket " is not registered"
               move 8 to return-code
               exit section
           end-if
           perform load-case-dumps
           move 0 to ws-changed-count

           if by-outname
               move ws-case-outname to ws-audit-outname
               perform detach-one-dump
           else
               perform open-audit-log
               perform read-audit-entry
               perform until end-of-audit
                   perform parse-audit-entry
                   perform check-dump-selected
                   if entry-found
                       perform detach-one-dump
                   end-if
                   perform read-audit-entry
               end-perform
               close auditdump
               perform check-status
           end-if

           if ws-changed-count > 0
               perform write-case-dumps
           end-if
           move ws-changed-count to ws-rpt-count-disp
           display "Dumps detached from " function trim(ws-case-ticket)
                   " = " function trim(ws-rpt-count-disp)
           .

       detach-one-dump section.

           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-hold-num
               if ws-hold-ticket(ws-cnt1) = ws-case-ticket
                       and ws-hold-outname(ws-cnt1) = ws-audit-outname
                   move spaces to ws-hold-ticket(ws-cnt1)
                   add 1 to ws-changed-count
                   display "   detached " ws-audit-outname(1:60)
               end-if
           end-perform
           .

       check-dump-selected section.

      ***** Is the audit entry just parsed one of the dumps selected on
      ***** the command line?
           set entry-not-found to true
           if by-outname
               if ws-audit-outname = ws-case-outname
                   set entry-found to true
               end-if
           else
               if ws-audit-infile = ws-case-infile
                       and ws-audit-ts(1:8) >= ws-case-from-date
                       and ws-audit-ts(1:8) <= ws-case-to-date
                   set entry-found to true
               end-if
           end-if
           .

       list-cases section.

      ***** The case listing report - one block per case (or just the
      ***** case asked for), its dumps with size, corruption flag,
      ***** severity and days held. For a closed case the days run to
      ***** the day it was closed.
           perform load-register
           perform load-case-dumps
           perform fill-hold-audit-details

           display "caserptname" upon environment-name
           display ws-caserptname upon environment-value
           open output caserpt
           perform check-status
           move spaces to case-out-rec
           string "Incident case register - listed " delimited by size
                  ws-today                          delimited by size
               into case-out-rec
           end-string
           perform write-case-report
           move "==================================================" to
               case-out-rec
           perform write-case-report

           move 0 to ws-list-case-count ws-list-stale-count
           perform varying ws-case-idx from 1 by 1
                   until ws-case-idx > ws-case-num
               if ws-case-ticket = spaces
                       or ws-case-id(ws-case-idx) = ws-case-ticket
                   perform list-one-case
                   add 1 to ws-list-case-count
               end-if
           end-perform

           move spaces to case-out-rec
           perform write-case-report
           move ws-list-case-count to ws-rpt-count-disp
           move spaces to case-out-rec
           string "Cases listed = "                delimited by size
                  function trim(ws-rpt-count-disp) delimited by size
               into case-out-rec
           end-string
           perform write-case-report
           move ws-list-stale-count to ws-rpt-count-disp
           move spaces to case-out-rec
           string "Stale open cases (held over " delimited by size
                  78-stale-days                  delimited by size
                  " days) = "                    delimited by size
                  function trim(ws-rpt-count-disp) delimited by size
               into case-out-rec
           end-string
           perform write-case-report
           close caserpt
           perform check-status

           if ws-case-ticket not = spaces and ws-list-case-count = 0
               display "Case " ws-case-ticket " is not registered"
               move 8 to return-code
           end-if
           move ws-list-case-count to ws-rpt-count-disp
           display "Cases listed = " function trim(ws-rpt-count-disp)
                   " - see " function trim(ws-caserptname)
           .

       list-one-case section.

           move 0 to ws-case-dump-count ws-case-bytes ws-oldest-days
           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-hold-num
               if ws-hold-ticket(ws-cnt2) = ws-case-id(ws-case-idx)
                   perform compute-hold-age
                   if ws-age-days > ws-oldest-days
                       move ws-age-days to ws-oldest-days
                   end-if
               end-if
           end-perform

           move spaces to case-out-rec
           perform write-case-report
           move spaces to case-out-rec
           move 1 to ws-rpt-pointer
           string "Case "                     delimited by size
                  ws-case-id(ws-case-idx)     delimited by space
                  "  "                        delimited by size
                  ws-case-status(ws-case-idx) delimited by space
                  "  owner "                  delimited by size
                  ws-case-own(ws-case-idx)    delimited by space
                  "  opened "                 delimited by size
                  ws-case-opened(ws-case-idx) delimited by size
               into case-out-rec
               with pointer ws-rpt-pointer
           end-string
           if case-is-closed(ws-case-idx)
               string "  closed "                 delimited by size
                      ws-case-closed(ws-case-idx) delimited by size
                   into case-out-rec
                   with pointer ws-rpt-pointer
               end-string
           end-if
           if case-is-open(ws-case-idx)
                   and ws-oldest-days > 78-stale-days
               string "  ** STALE **" delimited by size
                   into case-out-rec
                   with pointer ws-rpt-pointer
               end-string
               add 1 to ws-list-stale-count
           end-if
           perform write-case-report
           move spaces to case-out-rec
           string "   "                     delimited by size
                  ws-case-text(ws-case-idx) delimited by size
               into case-out-rec
           end-string
           perform write-case-report

           move spaces to ws-rpt-detail
           move "Dump"        to ws-rpt-outname
           move "          Bytes" to ws-rpt-size
           move "Corrupt"     to ws-rpt-corrupt
           move "Severity"    to ws-rpt-severity
           move "  Days"      to ws-rpt-days
           move "Attached"    to ws-rpt-attached
           move ws-rpt-detail to case-out-rec
           perform write-case-report

           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-hold-num
               if ws-hold-ticket(ws-cnt2) = ws-case-id(ws-case-idx)
                   perform list-one-hold
               end-if
           end-perform

           move ws-case-dump-count to ws-rpt-count-disp
           move ws-case-bytes      to ws-rpt-size-disp
           move spaces to case-out-rec
           string "   "                            delimited by size
                  function trim(ws-rpt-count-disp) delimited by size
                  " dump(s), "                     delimited by size
                  function trim(ws-rpt-size-disp)  delimited by size
                  " bytes on disk"                 delimited by size
               into case-out-rec
           end-string
           perform write-case-report
           .

       list-one-hold section.

           add 1 to ws-case-dump-count
           move ws-hold-outname(ws-cnt2) to ws-exist-checkname
           perform check-file-exists
           if file-does-exist
               move ws-exist-size to ws-rpt-size-disp
               move ws-rpt-size-disp to ws-rpt-size-text
               add ws-exist-size to ws-case-bytes
           else
               move "    NOT ON DISK" to ws-rpt-size-text
           end-if
           perform compute-hold-age
           move ws-age-days to ws-rpt-days-disp

           move spaces to ws-rpt-detail
           move ws-hold-outname(ws-cnt2)  to ws-rpt-outname
           move ws-rpt-size-text          to ws-rpt-size
           move ws-hold-corrupt(ws-cnt2)  to ws-rpt-corrupt
           move ws-hold-severity(ws-cnt2) to ws-rpt-severity
           move ws-rpt-days-disp          to ws-rpt-days
           move ws-hold-date(ws-cnt2)     to ws-rpt-attached
           move ws-rpt-detail to case-out-rec
           perform write-case-report
           .

       compute-hold-age section.

      ***** Days hold row ws-cnt2 has been in place - to today for an
      ***** open case, to the close date for a closed one.
           move 0 to ws-age-days
           if ws-hold-date(ws-cnt2) is not numeric
               exit section
           end-if
           move ws-hold-date(ws-cnt2) to ws-date-num
           if case-is-closed(ws-case-idx)
                   and ws-case-closed(ws-case-idx) is numeric
               move ws-case-closed(ws-case-idx) to ws-close-num
               compute ws-age-days =
                   function integer-of-date(ws-close-num)
                 - function integer-of-date(ws-date-num)
           else
               compute ws-age-days = ws-today-days
                 - function integer-of-date(ws-date-num)
           end-if
           if ws-age-days < 0
               move 0 to ws-age-days
           end-if
           .

       fill-hold-audit-details section.

      ***** One pass of the audit log for the corruption flag and
      ***** severity of every attached dump. A dump the audit log no
      ***** longer mentions shows "?".
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-hold-num
               move "?" to ws-hold-corrupt(ws-cnt1) ws-hold-severity(ws-cnt1)
           end-perform
           perform open-audit-log
           perform read-audit-entry
           perform until end-of-audit
               perform parse-audit-entry
               perform varying ws-cnt1 from 1 by 1
                       until ws-cnt1 > ws-hold-num
                   if ws-hold-outname(ws-cnt1) = ws-audit-outname
                       move ws-audit-corrupt  to ws-hold-corrupt(ws-cnt1)
                       move ws-audit-severity to ws-hold-severity(ws-cnt1)
                   end-if
               end-perform
               perform read-audit-entry
           end-perform
           close auditdump
           perform check-status
           .

       write-case-report section.

           write case-out-rec
           perform check-status
           .

       find-case section.

           set entry-not-found to true
           move 0 to ws-case-idx
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-case-num
               if ws-case-id(ws-cnt1) = ws-case-ticket
                   set entry-found to true
                   move ws-cnt1 to ws-case-idx
               end-if
           end-perform
           .

       load-register section.

           move 0 to ws-case-num
           display "registerfilename" upon environment-name
           display ws-registerfilename upon environment-value
           move space to ws-end-of-register-flag
           open input registerfile
           if fs-stat = "05"
               close registerfile
               exit section
           end-if
           perform check-status
           perform read-register-entry
           perform until end-of-register
               if register-rec not = spaces and ws-case-num < 78-case-max
                   add 1 to ws-case-num
                   move spaces to ws-case-entry(ws-case-num)
                   move 1 to ws-reg-pointer
                   unstring register-rec delimited by ","
                       into ws-case-id(ws-case-num)
                            ws-case-status(ws-case-num)
                            ws-case-own(ws-case-num)
                            ws-case-opened(ws-case-num)
                            ws-case-closed(ws-case-num)
                       with pointer ws-reg-pointer
                   end-unstring
                   if ws-reg-pointer <= length of register-rec
                       move register-rec(ws-reg-pointer:)
                           to ws-case-text(ws-case-num)
                   end-if
               end-if
               perform read-register-entry
           end-perform
           close registerfile
           perform check-status
           .

       read-register-entry section.

           read registerfile
               at end set end-of-register to true
                      exit section
           end-read
           perform check-status
           .

       write-register section.

      ***** Whole register out to the work file, then swapped in.
           display "registertempname" upon environment-name
           display ws-registertempname upon environment-value
           open output registertemp
           perform check-status
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-case-num
               move spaces to registertemp-rec
               string ws-case-id(ws-cnt1)     delimited by space
                      ","                     delimited by size
                      ws-case-status(ws-cnt1) delimited by space
                      ","                     delimited by size
                      ws-case-own(ws-cnt1)    delimited by space
                      ","                     delimited by size
                      ws-case-opened(ws-cnt1) delimited by space
                      ","                     delimited by size
                      ws-case-closed(ws-cnt1) delimited by space
                      ","                     delimited by size
                      ws-case-text(ws-cnt1)   delimited by size
                   into registertemp-rec
               end-string
               write registertemp-rec
               perform check-status
           end-perform
           close registertemp
           perform check-status
           call "CBL_DELETE_FILE" using ws-registerfilename
           call "CBL_RENAME_FILE" using ws-registertempname
                                        ws-registerfilename
           .

       load-case-dumps section.

           move 0 to ws-hold-num
           display "casedumpsfilename" upon environment-name
           display ws-casedumpsfilename upon environment-value
           move space to ws-end-of-casedumps-flag
           open input casedumps
           if fs-stat = "05"
               close casedumps
               exit section
           end-if
           perform check-status
           perform read-casedumps-entry
           perform until end-of-casedumps
               if casedumps-rec not = spaces and ws-hold-num < 78-hold-max
                   add 1 to ws-hold-num
                   move spaces to ws-hold-entry(ws-hold-num)
                   unstring casedumps-rec delimited by ","
                       into ws-hold-ticket(ws-hold-num)
                            ws-hold-outname(ws-hold-num)
                            ws-hold-date(ws-hold-num)
                   end-unstring
               end-if
               perform read-casedumps-entry
           end-perform
           close casedumps
           perform check-status
           .

       read-casedumps-entry section.

           read casedumps
               at end set end-of-casedumps to true
                      exit section
           end-read
           perform check-status
           .

       write-case-dumps section.

      ***** Attached-dump rows out to the work file, then swapped in.
      ***** Rows blanked by a detach are left behind.
           display "casedumpstempname" upon environment-name
           display ws-casedumpstempname upon environment-value
           open output casedumpstemp
           perform check-status
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-hold-num
               if ws-hold-ticket(ws-cnt1) not = spaces
                   move spaces to casedumpstemp-rec
                   string ws-hold-ticket(ws-cnt1)  delimited by space
                          ","                      delimited by size
                          ws-hold-outname(ws-cnt1) delimited by space
                          ","                      delimited by size
                          ws-hold-date(ws-cnt1)    delimited by space
                       into casedumpstemp-rec
                   end-string
                   write casedumpstemp-rec
                   perform check-status
               end-if
           end-perform
           close casedumpstemp
           perform check-status
           call "CBL_DELETE_FILE" using ws-casedumpsfilename
           call "CBL_RENAME_FILE" using ws-casedumpstempname
                                        ws-casedumpsfilename
           .

       open-audit-log section.

           display "auditfilename" upon environment-name
           display ws-auditfilename upon environment-value
           move space to ws-end-of-audit-flag
           open input auditdump
           if fs-stat = "05"
               set end-of-audit to true
               exit section
           end-if
           perform check-status
           .

       read-audit-entry section.

           if end-of-audit
               exit section
           end-if
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

       end program ESDumpCase.
