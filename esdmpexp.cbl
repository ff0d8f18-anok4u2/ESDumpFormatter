      $set sourceformat"variable"
       identification division.
       program-id. ESDumpExport.

      ***** Nightly interface extract for the problem-management
      ***** system, so nobody has to retype the corruption findings
      ***** from the summary report and the audit log. Every
      ***** ESDSPLIT.AUDIT.LOG entry added since the last successful
      ***** export becomes one fixed-layout detail record in
      ***** ESDSPLIT.EXPORT.DAT, enriched from the dump's .csv with its
      ***** control-block count and its 78-top-max most numerous block
      ***** types. The file opens with a header record and closes with
      ***** a trailer of control totals, so the receiving load can
      ***** reject a short or duplicated file:
      *****
      *****   HD  system ESDSPLIT, run date, extract sequence number,
      *****       first and last audit record carried, O(riginal) or
      *****       R(esent)
      *****   DT  extract sequence, audit record number, audit
      *****       timestamp, dump name, input file, dump sequence,
      *****       corrupt Y/N, severity, profile, .csv found Y/N,
      *****       block count, then type and count of the top block
      *****       types (blank when the .csv is no longer on disk)
      *****   TR  extract sequence, detail record count, corrupt dump
      *****       count, hash total (the sum of the audit record
      *****       numbers carried)
      *****
      ***** All numeric fields are unsigned zoned decimal, zero filled;
      ***** the field widths are the ws-exp-* layouts below.
      *****
      ***** The audit log is only ever appended to, so an entry is
      ***** identified by its record number. The high-water-mark
      ***** control file (ESDSPLIT.EXPORT.HWM) holds the latest
      ***** extract: sequence, first and last audit record, run date
      ***** and PENDING or COMPLETE. PENDING is written before the
      ***** extract is started and COMPLETE only once the extract has
      ***** been written in full and renamed into place, so the next
      ***** export starts after the last record of a COMPLETE extract.
      ***** After a failed run the next run finds PENDING and
      ***** regenerates the same extract sequence over the same audit
      ***** records, and nothing is skipped or sent twice under two
      ***** sequence numbers. RERUN regenerates the last COMPLETE
      ***** extract (same sequence, same records) for a receiving side
      ***** that lost it, and leaves the high-water mark alone.
      ***** Until it is complete the extract is built under a
      ***** temporary name, so the nightly load never picks up half a
      ***** file.

       environment division.
       configuration section.
       file-control.
           select optional auditdump assign to ws-auditfilename
           organization line sequential
           file status is fs-stat.

           select optional csvdump assign to ws-csvfilename
           organization line sequential
           file status is fs-stat.

           select optional hwmfile assign to ws-hwmfilename
           organization line sequential
           file status is fs-stat.

           select hwmtemp assign to ws-hwmtempname
           organization line sequential
           file status is fs-stat.

           select exporttemp assign to ws-exporttempname
           organization line sequential
           file status is fs-stat.

       data division.
       file section.
       fd  auditdump.
       01  audit-rec                 pic x(255).

       fd  csvdump.
       01  csv-rec                   pic x(255).

       fd  hwmfile.
       01  hwm-rec                   pic x(80).

       fd  hwmtemp.
       01  hwmtemp-rec               pic x(80).

       fd  exporttemp.
       01  export-rec                pic x(400).

       working-storage section.
       01  fs-stat                 pic xx.
       01  fs-stat2    redefines fs-stat.
           03  fs-char1            pic x.
           03  fs-char2            pic x comp-x.
       01  fs-disp                 pic 999.

       01  ws-auditfilename        pic x(255) value "ESDSPLIT.AUDIT.LOG".
       01  ws-csvfilename          pic x(255).
       01  ws-hwmfilename          pic x(255) value "ESDSPLIT.EXPORT.HWM".
       01  ws-hwmtempname          pic x(255)
                                   value "ESDSPLIT.EXPORT.HWM.TMP".
       01  ws-exportfilename       pic x(255) value "ESDSPLIT.EXPORT.DAT".
       01  ws-exporttempname       pic x(255)
                                   value "ESDSPLIT.EXPORT.DAT.TMP".

       01  ws-cmdline              pic x(2000).
       01  ws-cmd-word1            pic x(255).
       01  ws-mode-flag            pic x   value space.
           88  mode-normal                 value space.
           88  mode-rerun                  value "R".

       01  ws-end-of-audit-flag    pic x   value space.
           88  not-end-of-audit            value space.
           88  end-of-audit                 value "1".
       01  ws-end-of-csv-flag      pic x   value space.
           88  not-end-of-csv              value space.
           88  end-of-csv                   value "1".
       01  ws-csv-header-flag      pic x   value space.
           88  is-csv-header               value "1".
           88  is-not-csv-header           value space.

       01  ws-audit-ts             pic x(17).
       01  ws-audit-infile         pic x(255).
       01  ws-audit-outname        pic x(255).
       01  ws-audit-dumpseq        pic x(30).
       01  ws-audit-corrupt        pic x(3).
       01  ws-audit-severity       pic x(6).
       01  ws-audit-profile        pic x(20).
       01  ws-audit-recno          pic s9(9) comp-5 value 0.
       01  ws-audit-total          pic s9(9) comp-5 value 0.

      ***** High-water mark - the latest extract as the control file
      ***** has it, and the extract this run is writing.
       01  ws-hwm-seq-in           pic x(12).
       01  ws-hwm-from-in          pic x(12).
       01  ws-hwm-to-in            pic x(12).
       01  ws-hwm-date-in          pic x(12).
       01  ws-hwm-status-in        pic x(12).
       01  ws-hwm-seq              pic 9(7)  value 0.
       01  ws-hwm-from             pic 9(9)  value 0.
       01  ws-hwm-to               pic 9(9)  value 0.
       01  ws-hwm-status           pic x(8)  value "COMPLETE".
           88  hwm-complete                value "COMPLETE".
           88  hwm-pending                 value "PENDING".
       01  ws-hwm-number-in        pic x(12).
       01  ws-hwm-number           pic 9(9).
       01  ws-hwm-number-len       pic s9(4) comp-5.
       01  ws-hwm-number-flag      pic x.
           88  hwm-number-ok               value "1".
           88  hwm-number-bad              value space.
       01  ws-hwm-write-status     pic x(8).

       01  ws-today                pic 9(8).
       01  ws-extract-seq          pic 9(7)  value 0.
       01  ws-extract-from         pic 9(9)  value 0.
       01  ws-extract-to           pic 9(9)  value 0.
       01  ws-extract-kind         pic x     value "O".

      ***** Control totals for the trailer.
       01  ws-detail-count         pic 9(9)  value 0.
       01  ws-corrupt-count        pic 9(9)  value 0.
       01  ws-hash-total           pic 9(15) value 0.
       01  ws-csv-missing-count    pic s9(9) comp-5 value 0.

      ***** One dump's .csv, tallied by block type.
       78  78-type-max             value 2000.
       78  78-top-max              value 3.
       01  ws-type-num             pic s9(9) comp-5 value 0.
       01  ws-type-table.
           03  ws-type-entry       occurs 1 to 78-type-max
                                     depending on ws-type-num.
               05  ws-type-name        pic x(30).
               05  ws-type-count       pic 9(7).
               05  ws-type-taken       pic x.
                   88  type-taken              value "1".
                   88  type-not-taken          value space.
       01  ws-csv-addr             pic x(12).
       01  ws-csv-length           pic x(12).
       01  ws-csv-type             pic x(30).
       01  ws-csv-blocks           pic 9(7).
       01  ws-best                 pic s9(9) comp-5.

      ***** Interface file records.
       01  ws-exp-header.
           03  ws-hdr-type         pic x(2)  value "HD".
           03  ws-hdr-system       pic x(8)  value "ESDSPLIT".
           03  ws-hdr-rundate      pic 9(8).
           03  ws-hdr-seq          pic 9(7).
           03  ws-hdr-from         pic 9(9).
           03  ws-hdr-to           pic 9(9).
           03  ws-hdr-kind         pic x.
           03  filler              pic x(356) value spaces.
       01  ws-exp-detail.
           03  ws-dtl-type         pic x(2)  value "DT".
           03  ws-dtl-seq          pic 9(7).
           03  ws-dtl-auditrec     pic 9(9).
           03  ws-dtl-auditts      pic x(17).
           03  ws-dtl-dumpname     pic x(100).
           03  ws-dtl-infile       pic x(100).
           03  ws-dtl-dumpseq      pic 9(5).
           03  ws-dtl-corrupt      pic x.
           03  ws-dtl-severity     pic x(6).
           03  ws-dtl-profile      pic x(20).
           03  ws-dtl-csvfound     pic x.
           03  ws-dtl-blocks       pic 9(7).
           03  ws-dtl-top          occurs 78-top-max.
               05  ws-dtl-top-type     pic x(30).
               05  ws-dtl-top-count    pic 9(7).
           03  filler              pic x(14) value spaces.
       01  ws-exp-trailer.
           03  ws-trl-type         pic x(2)  value "TR".
           03  ws-trl-seq          pic 9(7).
           03  ws-trl-records      pic 9(9).
           03  ws-trl-corrupt      pic 9(9).
           03  ws-trl-hash         pic 9(15).
           03  filler              pic x(358) value spaces.

       01  ws-cnt1                 pic s9(9) comp-5.
       01  ws-cnt2                 pic s9(9) comp-5.
       01  ws-cnt3                 pic s9(9) comp-5.
       01  ws-count-disp           pic z(8)9.
       01  ws-seq-disp             pic z(6)9.
       01  ws-from-disp            pic z(8)9.
       01  ws-to-disp              pic z(8)9.

       procedure division.

           accept ws-cmdline from command-line
           move spaces to ws-cmd-word1
           unstring ws-cmdline delimited by all spaces
               into ws-cmd-word1
           end-unstring
           evaluate function upper-case(ws-cmd-word1)
               when spaces
                   set mode-normal to true
               when "RERUN"
                   set mode-rerun to true
               when other
                   perform show-usage
                   stop run
           end-evaluate

           accept ws-today from date yyyymmdd
           perform read-hwm
           perform count-audit-entries
           perform choose-extract-range

           if mode-normal
               move "PENDING" to ws-hwm-write-status
               perform write-hwm
           end-if

           perform write-extract

           if mode-normal
               move "COMPLETE" to ws-hwm-write-status
               perform write-hwm
           end-if

           move ws-extract-seq  to ws-seq-disp
           move ws-extract-from to ws-from-disp
           move ws-extract-to   to ws-to-disp
           display "Extract sequence        = " function trim(ws-seq-disp)
           if ws-extract-from > ws-extract-to
               display "Audit records carried   = none new"
           else
               display "Audit records carried   = "
                       function trim(ws-from-disp) " to "
                       function trim(ws-to-disp)
           end-if
           move ws-detail-count to ws-count-disp
           display "Detail records written  = " function trim(ws-count-disp)
           move ws-corrupt-count to ws-count-disp
           display "Corrupt dumps           = " function trim(ws-count-disp)
           move ws-csv-missing-count to ws-count-disp
           display "Dumps without .csv      = " function trim(ws-count-disp)
           if mode-rerun
               display "Resent - high-water mark unchanged"
           end-if
           move 0 to return-code
           goback.

       show-usage section.

           display "Usage : ESDumpExport [RERUN]"
           display "      For example:-"
           display "        ESDumpExport"
           display "        ESDumpExport RERUN"
           display "Writes ESDSPLIT.EXPORT.DAT, the problem-management"
           display "interface extract of every ESDSPLIT.AUDIT.LOG entry"
           display "added since the last complete export (header,"
           display "one detail record per dump, trailer of control"
           display "totals), and advances the high-water mark in"
           display "ESDSPLIT.EXPORT.HWM once the file is complete. A run"
           display "after a failed one regenerates the same extract"
           display "sequence. RERUN regenerates the last complete"
           display "extract again, unchanged, without advancing."
           .

       read-hwm section.

      ***** Pick up the latest extract from the high-water-mark control
      ***** file. No file means no export has ever been run - extract
      ***** 0, complete, covering no records.
           move 0 to ws-hwm-seq ws-hwm-from ws-hwm-to
           set hwm-complete to true
           display "hwmfilename" upon environment-name
           display ws-hwmfilename upon environment-value
           open input hwmfile
           if fs-stat = "05"
               close hwmfile
               perform check-status
               exit section
           end-if
           perform check-status
           move spaces to hwm-rec
           read hwmfile
               at end move spaces to hwm-rec
           end-read
           if fs-stat not = "10"
               perform check-status
           end-if
           close hwmfile
           perform check-status
           if hwm-rec = spaces
               exit section
           end-if

           move spaces to ws-hwm-seq-in ws-hwm-from-in ws-hwm-to-in
                          ws-hwm-date-in ws-hwm-status-in
           unstring hwm-rec delimited by ","
               into ws-hwm-seq-in ws-hwm-from-in ws-hwm-to-in
                    ws-hwm-date-in ws-hwm-status-in
           end-unstring

           move ws-hwm-seq-in to ws-hwm-number-in
           perform check-hwm-number
           if hwm-number-ok and ws-hwm-number-len <= 7
               move ws-hwm-number to ws-hwm-seq
           else
               perform reject-hwm
           end-if
           move ws-hwm-from-in to ws-hwm-number-in
           perform check-hwm-number
           if hwm-number-ok
               move ws-hwm-number to ws-hwm-from
           else
               perform reject-hwm
           end-if
           move ws-hwm-to-in to ws-hwm-number-in
           perform check-hwm-number
           if hwm-number-ok
               move ws-hwm-number to ws-hwm-to
           else
               perform reject-hwm
           end-if
           move ws-hwm-status-in to ws-hwm-status
           if not hwm-complete and not hwm-pending
               perform reject-hwm
           end-if
           .

       check-hwm-number section.

      ***** ws-hwm-number-in must be an unsigned whole number of up to
      ***** nine digits.
           set hwm-number-ok to true
           move 0 to ws-hwm-number
           move 0 to ws-hwm-number-len
           inspect ws-hwm-number-in tallying ws-hwm-number-len
               for characters before initial space
           if ws-hwm-number-len = 0 or ws-hwm-number-len > 9
               set hwm-number-bad to true
               exit section
           end-if
           if ws-hwm-number-in(1:ws-hwm-number-len) is not numeric
               set hwm-number-bad to true
               exit section
           end-if
           compute ws-hwm-number =
               function numval(ws-hwm-number-in(1:ws-hwm-number-len))
           .

       reject-hwm section.

      ***** A control file we cannot read is never guessed at - carrying
      ***** on could resend or skip a night's findings.
           display "High-water mark not understood in "
                   function trim(ws-hwmfilename) ": " hwm-rec(1:50)
           display "Extract not written."
           move 8 to return-code
           stop run
           .

       count-audit-entries section.

      ***** First pass - how many records the audit log holds now. The
      ***** log only ever grows, so fewer records than the last
      ***** extract carried means it has been replaced, and the record
      ***** numbers no longer mean what the high-water mark says.
           move 0 to ws-audit-total
           display "auditfilename" upon environment-name
           display ws-auditfilename upon environment-value
           open input auditdump
           if fs-stat = "05"
               close auditdump
               perform check-status
           else
               perform check-status
               move space to ws-end-of-audit-flag
               perform read-audit-entry
               perform until end-of-audit
                   add 1 to ws-audit-total
                   perform read-audit-entry
               end-perform
               close auditdump
               perform check-status
           end-if
           if ws-audit-total < ws-hwm-to
               move ws-hwm-to to ws-to-disp
               display "Audit log holds fewer records than the last"
                       " extract carried (" function trim(ws-to-disp)
                       ") - extract not written."
               move 8 to return-code
               stop run
           end-if
           .

       choose-extract-range section.

      ***** Normal run after a complete extract: the next sequence,
      ***** from the record after the high-water mark to the end of
      ***** the log. After a PENDING one (that run failed somewhere):
      ***** that same sequence and range again. RERUN: the last
      ***** complete extract again, marked R(esent) in the header.
           evaluate true
               when mode-rerun
                   if ws-hwm-seq = 0 or not hwm-complete
                       display "No complete extract to rerun - run"
                               " ESDumpExport without RERUN."
                       move 8 to return-code
                       stop run
                   end-if
                   move ws-hwm-seq  to ws-extract-seq
                   move ws-hwm-from to ws-extract-from
                   move ws-hwm-to   to ws-extract-to
                   move "R" to ws-extract-kind
               when hwm-pending
                   move ws-hwm-seq to ws-seq-disp
                   display "Extract " function trim(ws-seq-disp)
                           " did not complete - regenerating it"
                   move ws-hwm-seq  to ws-extract-seq
                   move ws-hwm-from to ws-extract-from
                   move ws-hwm-to   to ws-extract-to
               when other
                   compute ws-extract-seq  = ws-hwm-seq + 1
                   compute ws-extract-from = ws-hwm-to + 1
                   move ws-audit-total to ws-extract-to
           end-evaluate
           .

       write-hwm section.

      ***** Replace the control file with this extract's sequence and
      ***** range, PENDING or COMPLETE as the caller says - written to a
      ***** temporary file and renamed over the old one, so a failure
      ***** part way leaves the previous mark intact.
           move ws-extract-seq  to ws-seq-disp
           move ws-extract-from to ws-from-disp
           move ws-extract-to   to ws-to-disp
           display "hwmtempname" upon environment-name
           display ws-hwmtempname upon environment-value
           open output hwmtemp
           perform check-status
           move spaces to hwmtemp-rec
           string function trim(ws-seq-disp)  delimited by size
                  ","                         delimited by size
                  function trim(ws-from-disp) delimited by size
                  ","                         delimited by size
                  function trim(ws-to-disp)   delimited by size
                  ","                         delimited by size
                  ws-today                    delimited by size
                  ","                         delimited by size
                  ws-hwm-write-status         delimited by space
               into hwmtemp-rec
           end-string
           write hwmtemp-rec
           perform check-status
           close hwmtemp
           perform check-status
           call "CBL_DELETE_FILE" using ws-hwmfilename
           call "CBL_RENAME_FILE" using ws-hwmtempname
                                        ws-hwmfilename
           .

       write-extract section.

      ***** Second pass - header, one detail record per audit record in
      ***** the extract's range, trailer; then rename the finished file
      ***** into place under the name the nightly load collects.
           move 0 to ws-detail-count ws-corrupt-count ws-hash-total
           display "exporttempname" upon environment-name
           display ws-exporttempname upon environment-value
           open output exporttemp
           perform check-status

           move ws-today        to ws-hdr-rundate
           move ws-extract-seq  to ws-hdr-seq
           move ws-extract-from to ws-hdr-from
           move ws-extract-to   to ws-hdr-to
           move ws-extract-kind to ws-hdr-kind
           write export-rec from ws-exp-header
           perform check-status

           if ws-extract-from <= ws-extract-to
               move 0 to ws-audit-recno
               display "auditfilename" upon environment-name
               display ws-auditfilename upon environment-value
               open input auditdump
               perform check-status
               move space to ws-end-of-audit-flag
               perform read-audit-entry
               perform until end-of-audit
                       or ws-audit-recno >= ws-extract-to
                   add 1 to ws-audit-recno
                   if ws-audit-recno >= ws-extract-from
                       perform parse-audit-entry
                       if ws-audit-outname not = spaces
                           perform write-detail-record
                       end-if
                   end-if
                   perform read-audit-entry
               end-perform
               close auditdump
               perform check-status
           end-if

           move ws-extract-seq   to ws-trl-seq
           move ws-detail-count  to ws-trl-records
           move ws-corrupt-count to ws-trl-corrupt
           move ws-hash-total    to ws-trl-hash
           write export-rec from ws-exp-trailer
           perform check-status
           close exporttemp
           perform check-status

           call "CBL_DELETE_FILE" using ws-exportfilename
           call "CBL_RENAME_FILE" using ws-exporttempname
                                        ws-exportfilename
           .

       read-audit-entry section.

           read auditdump
               at end set end-of-audit to true
                      exit section
           end-read
           perform check-status
           .

       parse-audit-entry section.

           move spaces to ws-audit-ts ws-audit-infile ws-audit-outname
                          ws-audit-dumpseq ws-audit-corrupt
                          ws-audit-severity ws-audit-profile
           unstring audit-rec delimited by ","
               into ws-audit-ts ws-audit-infile ws-audit-outname
                    ws-audit-dumpseq ws-audit-corrupt ws-audit-severity
                    ws-audit-profile
           end-unstring
           .

       write-detail-record section.

      ***** One dump. A blank line or a line with no output name is
      ***** not a dump and carries no detail record, but its record
      ***** number is still used up, so the numbering always matches
      ***** the log.
           move spaces to ws-exp-detail
           move "DT"              to ws-dtl-type
           move ws-extract-seq    to ws-dtl-seq
           move ws-audit-recno    to ws-dtl-auditrec
           move ws-audit-ts       to ws-dtl-auditts
           move ws-audit-outname  to ws-dtl-dumpname
           move ws-audit-infile   to ws-dtl-infile
           move 0 to ws-dtl-dumpseq
           move ws-audit-dumpseq to ws-hwm-number-in
           perform check-hwm-number
           if hwm-number-ok and ws-hwm-number-len <= 5
               move ws-hwm-number to ws-dtl-dumpseq
           end-if
           if ws-audit-corrupt = "YES"
               move "Y" to ws-dtl-corrupt
               add 1 to ws-corrupt-count
           else
               move "N" to ws-dtl-corrupt
           end-if
           move ws-audit-severity to ws-dtl-severity
           move ws-audit-profile  to ws-dtl-profile

           perform tally-dump-csv
           move ws-csv-blocks to ws-dtl-blocks
           perform varying ws-cnt1 from 1 by 1
                   until ws-cnt1 > 78-top-max
               perform pick-top-type
               if ws-best > 0
                   move ws-type-name(ws-best)  to ws-dtl-top-type(ws-cnt1)
                   move ws-type-count(ws-best) to ws-dtl-top-count(ws-cnt1)
                   set type-taken(ws-best) to true
               else
                   move spaces to ws-dtl-top-type(ws-cnt1)
                   move 0      to ws-dtl-top-count(ws-cnt1)
               end-if
           end-perform

           write export-rec from ws-exp-detail
           perform check-status
           add 1 to ws-detail-count
           add ws-audit-recno to ws-hash-total
           .

       tally-dump-csv section.

      ***** Count the dump's control blocks by type from its .csv
      ***** (Address,Length,Type,... after a header line). A dump whose
      ***** .csv has since been purged or archived still gets its
      ***** detail record, flagged .csv not found, with no counts.
           move 0 to ws-type-num ws-csv-blocks
           move "N" to ws-dtl-csvfound
           initialize ws-csvfilename
           string ws-audit-outname delimited by ".txt"
                  ".csv"            delimited by size
               into ws-csvfilename
           end-string
           display "csvfilename" upon environment-name
           display ws-csvfilename upon environment-value
           open input csvdump
           if fs-stat = "35" or fs-stat = "05"
               close csvdump
               add 1 to ws-csv-missing-count
               exit section
           end-if
           perform check-status
           move "Y" to ws-dtl-csvfound

           move space to ws-end-of-csv-flag
           set is-csv-header to true
           perform read-csv-entry
           perform until end-of-csv
               if is-csv-header
                   set is-not-csv-header to true
               else
                   perform tally-one-csv-row
               end-if
               perform read-csv-entry
           end-perform
           close csvdump
           perform check-status
           .

       read-csv-entry section.

           read csvdump
               at end set end-of-csv to true
                      exit section
           end-read
           perform check-status
           .

       tally-one-csv-row section.

           move spaces to ws-csv-addr ws-csv-length ws-csv-type
           unstring csv-rec delimited by ","
               into ws-csv-addr ws-csv-length ws-csv-type
           end-unstring
           if ws-csv-type = spaces
               exit section
           end-if
           add 1 to ws-csv-blocks

           move 0 to ws-cnt3
           perform varying ws-cnt2 from 1 by 1
                   until ws-cnt2 > ws-type-num or ws-cnt3 > 0
               if ws-type-name(ws-cnt2) = ws-csv-type
                   move ws-cnt2 to ws-cnt3
               end-if
           end-perform
           if ws-cnt3 = 0
               if ws-type-num < 78-type-max
                   add 1 to ws-type-num
                   move ws-type-num to ws-cnt3
                   move ws-csv-type to ws-type-name(ws-cnt3)
                   move 0 to ws-type-count(ws-cnt3)
                   set type-not-taken(ws-cnt3) to true
               else
                   display "More than " 78-type-max " types - ignoring "
                           ws-csv-type
                   exit section
               end-if
           end-if
           add 1 to ws-type-count(ws-cnt3)
           .

       pick-top-type section.

      ***** The most numerous type not yet reported - equal counts go
      ***** to the lower type name, so a rerun picks the same ones.
      ***** ws-best is 0 once every type has been reported.
           move 0 to ws-best
           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-type-num
               if type-not-taken(ws-cnt2)
                   if ws-best = 0
                       move ws-cnt2 to ws-best
                   else
                       if ws-type-count(ws-cnt2) > ws-type-count(ws-best)
                               or (ws-type-count(ws-cnt2)
                                   = ws-type-count(ws-best)
                               and ws-type-name(ws-cnt2)
                                   < ws-type-name(ws-best))
                           move ws-cnt2 to ws-best
                       end-if
                   end-if
               end-if
           end-perform
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

       end program ESDumpExport.
