      *****
      ***** DRYRUN prints exactly what either mode would do without
      ***** touching a file, a manifest or a log.
      *****
      ***** Neither mode ever retires a dump attached to an OPEN case
      ***** in the incident case register (ESDSPLIT.CASE.REGISTER and
      ***** ESDSPLIT.CASE.DUMPS - see ESDumpCase), whatever its age or
      ***** corruption flag, and that goes for an archived pair's
      ***** second window too. Held dumps are listed separately at
      ***** the end of the run with the case holding them.

       environment division.
       configuration section.
           organization line sequential
           file status is fs-stat.

           select optional registerfile assign to ws-registerfilename
           organization line sequential
           file status is fs-stat.

           select optional casedumps assign to ws-casedumpsfilename
           organization line sequential
           file status is fs-stat.

       data division.
       file section.
       fd  auditdump.
       fd  manifesttemp.
       01  manifesttemp-rec           pic x(600).

       fd  registerfile.
       01  register-rec               pic x(300).

       fd  casedumps.
       01  casedumps-rec              pic x(300).

       working-storage section.
       01  fs-stat                 pic xx.
       01  fs-stat2    redefines fs-stat.
           88  file-does-exist             value "1".
           88  file-does-not-exist         value space.

      ***** Dumps held by open incident cases - every attached dump
      ***** whose case is OPEN in the register, and whether this run
      ***** came across it (only those are listed at the end).
       01  ws-registerfilename     pic x(255) value "ESDSPLIT.CASE.REGISTER".
       01  ws-casedumpsfilename    pic x(255) value "ESDSPLIT.CASE.DUMPS".
       01  ws-end-of-register-flag pic x   value space.
           88  not-end-of-register         value space.
           88  end-of-register              value "1".
       01  ws-end-of-casedumps-flag pic x  value space.
           88  not-end-of-casedumps        value space.
           88  end-of-casedumps             value "1".
       01  ws-reg-ticket           pic x(20).
       01  ws-reg-status           pic x(6).
       01  ws-cd-ticket            pic x(20).
       01  ws-cd-outname           pic x(255).
       01  ws-cd-date              pic x(8).

       78  78-opencase-max         value 2000.
       01  ws-opencase-num         pic s9(9) comp-5 value 0.
       01  ws-opencase-table.
           03  ws-opencase-id      pic x(20) occurs 1 to 78-opencase-max
                                     depending on ws-opencase-num.

       78  78-held-max             value 5000.
       01  ws-held-num             pic s9(9) comp-5 value 0.
       01  ws-held-table.
           03  ws-held-entry       occurs 1 to 78-held-max
                                     depending on ws-held-num.
               05  ws-held-ticket      pic x(20).
               05  ws-held-outname     pic x(255).
               05  ws-held-date        pic x(8).
               05  ws-held-seen        pic x.
       01  ws-held-checkname       pic x(255).
       01  ws-held-idx             pic s9(9) comp-5.
       01  ws-held-flag            pic x.
           88  dump-is-held                value "1".
           88  dump-not-held               value space.
       01  ws-cnt1                 pic s9(9) comp-5.
       01  ws-cnt2                 pic s9(9) comp-5.

       01  ws-purged-count         binary-long value 0.
       01  ws-archived-count       binary-long value 0.
       01  ws-arch-deleted-count   binary-long value 0.
       01  ws-already-gone-count   binary-long value 0.
       01  ws-preserved-count      binary-long value 0.
       01  ws-kept-count           binary-long value 0.
       01  ws-held-count           binary-long value 0.

       procedure division.

               display "only a pair archived more than archive-days ago"
               display "is then hard-deleted. DRYRUN prints what would"
               display "happen without touching anything."
               display "A dump attached to an OPEN case in"
               display "ESDSPLIT.CASE.REGISTER (see ESDumpCase) is never"
               display "retired, and is listed separately."
               stop run
           end-if

               compute ws-arch-cutoff-days = ws-today-days - ws-archive-days
           end-if

           perform load-case-holds

           display "auditfilename" upon environment-name
           display ws-auditfilename upon environment-value
           open input auditdump
           perform read-audit-entry
           perform until end-of-audit
               perform parse-audit-entry
               move ws-audit-outname to ws-held-checkname
               perform check-case-hold
               evaluate true
                   when dump-is-held
                       continue
                   when ws-audit-corrupt = "YES"
                       add 1 to ws-preserved-count
                   when other
                       move ws-audit-ts(1:8) to ws-entry-date
                       compute ws-entry-days =
                           function integer-of-date(ws-entry-date)
                       if ws-entry-days < ws-cutoff-days
                           perform retire-dump-files
                       else
                           add 1 to ws-kept-count
                       end-if
               end-evaluate
               perform read-audit-entry
           end-perform
           close auditdump
           display "Dumps already retired   = " ws-already-gone-count
           display "Dumps preserved (YES)   = " ws-preserved-count
           display "Dumps kept (too recent) = " ws-kept-count
           perform list-held-dumps
           if dry-run
               display "DRYRUN - no file, manifest or log was touched."
           end-if
                   compute ws-mani-days =
                       function integer-of-date(ws-mani-archdate-num)
               end-if
               move ws-mani-origname to ws-held-checkname
               perform check-case-hold
               if ws-mani-archdate-num > 0
                       and ws-mani-days < ws-arch-cutoff-days
                       and dump-not-held
                   perform delete-one-archived-pair
               else
                   if not dry-run
           perform write-purgelog-entry
           .

       load-case-holds section.

      ***** Build the held-dump table: the tickets of every OPEN case
      ***** in the register, then every attached dump belonging to one
      ***** of them. Either file missing simply means nothing is held.
           move 0 to ws-opencase-num ws-held-num
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
               move spaces to ws-reg-ticket ws-reg-status
               unstring register-rec delimited by ","
                   into ws-reg-ticket ws-reg-status
               end-unstring
               if ws-reg-status = "OPEN"
                       and ws-opencase-num < 78-opencase-max
                   add 1 to ws-opencase-num
                   move ws-reg-ticket to ws-opencase-id(ws-opencase-num)
               end-if
               perform read-register-entry
           end-perform
           close registerfile
           perform check-status
           if ws-opencase-num = 0
               exit section
           end-if

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
               move spaces to ws-cd-ticket ws-cd-outname ws-cd-date
               unstring casedumps-rec delimited by ","
                   into ws-cd-ticket ws-cd-outname ws-cd-date
               end-unstring
               perform varying ws-cnt1 from 1 by 1
                       until ws-cnt1 > ws-opencase-num
                   if ws-opencase-id(ws-cnt1) = ws-cd-ticket
                           and ws-held-num < 78-held-max
                       add 1 to ws-held-num
                       move ws-cd-ticket  to ws-held-ticket(ws-held-num)
                       move ws-cd-outname to ws-held-outname(ws-held-num)
                       move ws-cd-date    to ws-held-date(ws-held-num)
                       move space         to ws-held-seen(ws-held-num)
                   end-if
               end-perform
               perform read-casedumps-entry
           end-perform
           close casedumps
           perform check-status
           .

       read-register-entry section.

           read registerfile
               at end set end-of-register to true
                      exit section
           end-read
           perform check-status
           .

       read-casedumps-entry section.

           read casedumps
               at end set end-of-casedumps to true
                      exit section
           end-read
           perform check-status
           .

       check-case-hold section.

      ***** Is ws-held-checkname attached to an open case? Every match
      ***** is marked seen for the held list at the end of the run.
           set dump-not-held to true
           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-held-num
               if ws-held-outname(ws-cnt2) = ws-held-checkname
                   set dump-is-held to true
                   move "1" to ws-held-seen(ws-cnt2)
               end-if
           end-perform
           .

       list-held-dumps section.

      ***** The held dumps this run came across, apart from the rest of
      ***** the run output, with the case holding each one.
           move 0 to ws-held-count
           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-held-num
               if ws-held-seen(ws-cnt2) = "1"
                   add 1 to ws-held-count
               end-if
           end-perform
           display "Dumps held (open case)  = " ws-held-count
           if ws-held-count = 0
               exit section
           end-if
           display "Held for open cases - not retired:"
           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-held-num
               if ws-held-seen(ws-cnt2) = "1"
                   display "   " ws-held-ticket(ws-cnt2) " since "
                           ws-held-date(ws-cnt2) "  "
                           ws-held-outname(ws-cnt2)(1:50)
               end-if
           end-perform
           .

       check-file-exists section.

           set file-does-not-exist to true
