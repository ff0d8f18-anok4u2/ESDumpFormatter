      ***** "End of Control Block Map" trailer, or it is rejected and
      ***** reported (a half-written file, or a .csv passed by
      ***** mistake); a name already given is refused as a duplicate.
      ***** It must also still match its latest row in ESDumpSplitter's
      ***** integrity manifest - checksum, byte count and record count -
      ***** or it is rejected as a truncated or edited copy. A file with
      ***** no manifest row at all (hand-made, renamed, or split before
      ***** the manifest existed) cannot be verified and is rejected
      ***** too.
      ***** The job ends with a nonzero RETURN-CODE when anything was
      ***** rejected, so the scheduler sees it too.
      *****
           organization line sequential
           file status is fs-stat.

      ***** The standing integrity manifest ESDumpSplitter appends a
      ***** row to for every .txt and .csv it finishes, and a file read
      ***** back as a raw byte stream to check against it.
           select optional integfile assign to ws-integfilename
           organization line sequential
           file status is fs-stat.

           select sumfile    assign to ws-sumfilename
           organization sequential
           file status is fs-stat.

       data division.
       file section.
       fd  outputdump.
       fd  listsrcdump.
       01  ls-dump-rec                pic x(255).

       fd  integfile.
       01  integ-rec                  pic x(300).

       fd  sumfile.
       01  sum-byte                   pic x.
       01  sum-byte-val               pic x comp-x.

       working-storage section.
       01  fs-stat                 pic xx.
       01  fs-stat2    redefines fs-stat.
       01  ws-file-count           binary-long value 0.
       01  ws-reject-count         binary-long value 0.

      ***** Integrity manifest rows (see ESDumpSplitter's
      ***** write-integrity-entry): filename without any directory,
      ***** checksum, byte count, record count, in file order - the
      ***** last row for a name is the one that counts, since a dump
      ***** split again is written again. Checksum is the Adler-32 of
      ***** the file's bytes (two running sums modulo 78-adler-mod).
       01  ws-integfilename        pic x(255)
                                   value "ESDSPLIT.INTEGRITY.MANIFEST".
       01  ws-end-of-integ-flag    pic x   value space.
           88  not-end-of-integ            value space.
           88  end-of-integ                 value "1".
       78  78-integ-max            value 200000.
       01  ws-integ-num            pic s9(9) comp-5 value 0.
       01  ws-integ-table.
           03  ws-integ-entry      occurs 1 to 78-integ-max
                                     depending on ws-integ-num.
               05  ws-integ-name       pic x(255).
               05  ws-integ-checksum   pic 9(10).
               05  ws-integ-bytes      pic 9(15).
               05  ws-integ-records    pic 9(9).
       01  ws-integ-idx            pic s9(9) comp-5.
       01  ws-integ-ts             pic x(17).
       01  ws-integ-fname          pic x(255).
       01  ws-integ-fchecksum      pic x(20).
       01  ws-integ-fbytes         pic x(20).
       01  ws-integ-frecords       pic x(20).
       01  ws-integ-namepart       pic x(255).
       01  ws-integ-verdict        pic x   value space.
           88  integ-not-listed            value space.
           88  integ-match                  value "M".
           88  integ-mismatch               value "X".

       01  ws-sumfilename          pic x(255).
       78  78-adler-mod            value 65521.
       01  ws-sum-a                pic s9(9) comp-5.
       01  ws-sum-b                pic s9(9) comp-5.
       01  ws-sum-checksum         pic 9(10).
       01  ws-sum-bytes            pic 9(15).
       01  ws-sum-records          pic 9(9).
       01  ws-sum-lastbyte         pic s9(4) comp-5.
       01  ws-end-of-sum-flag      pic x   value space.
           88  not-end-of-sum              value space.
           88  end-of-sum                   value "1".
       01  ws-sum-bytes-disp       pic z(14)9.
       01  ws-sum-records-disp     pic z(8)9.
       01  ws-integ-bytes-disp     pic z(14)9.
       01  ws-integ-records-disp   pic z(8)9.

       procedure division.

           accept ws-cmdline from command-line
               display "must start with its 'Start of storage dump'"
               display "header and reach its 'End of Control Block Map'"
               display "trailer or it is rejected; a duplicate name is"
               display "refused, and one that no longer matches its"
               display "ESDSPLIT.INTEGRITY.MANIFEST checksum is"
               display "rejected, as is one with no manifest row at"
               display "all. BYDATE orders the inputs by the"
               display "date/time in each dump's header instead of the"
               display "order given. A table of contents (outputfile"
               display "+ .toc) is written alongside the output."
           close filelistdump
           perform check-status

           perform load-integrity-manifest
           perform validate-all-inputfiles
           call "CBL_DELETE_FILE" using ws-filelistname


           move fl-dump-rec to ws-infile
           perform check-one-inputfile
           move ws-infile to ws-sumfilename
           perform verify-file-integrity

           evaluate true
               when header-line-bad
               when trailer-not-found
                   display "Rejected (no map trailer)   : " ws-infile(1:50)
                   add 1 to ws-reject-count
               when integ-mismatch
                   display "Rejected (checksum mismatch): " ws-infile(1:50)
                   perform show-integrity-mismatch
                   add 1 to ws-reject-count
               when ws-merge-num >= 78-merge-max
                   display "Rejected (too many inputs)  : " ws-infile(1:50)
                   add 1 to ws-reject-count
               when integ-not-listed
                   display "Rejected (not in manifest)  : " ws-infile(1:50)
                   add 1 to ws-reject-count
               when other
                   add 1 to ws-merge-num
                   move ws-infile      to ws-merge-name(ws-merge-num)
           perform check-status
           .

       load-integrity-manifest section.

      ***** Every integrity manifest row, keyed on the filename without
      ***** its directory so a copy verifies wherever it now sits.
      ***** Absent on a site whose splitter predates the manifest -
      ***** then nothing can be verified, and every input is rejected.
           move 0 to ws-integ-num
           display "integfilename" upon environment-name
           display ws-integfilename upon environment-value
           open input integfile
           if fs-stat = "05"
               close integfile
               exit section
           end-if
           perform check-status
           move space to ws-end-of-integ-flag
           perform read-integ-entry
           perform until end-of-integ
               move spaces to ws-integ-ts ws-integ-fname
                              ws-integ-fchecksum ws-integ-fbytes
                              ws-integ-frecords
               unstring integ-rec delimited by ","
                   into ws-integ-ts ws-integ-fname ws-integ-fchecksum
                        ws-integ-fbytes ws-integ-frecords
               end-unstring
               if ws-integ-fname not = spaces
                   if ws-integ-num < 78-integ-max
                       add 1 to ws-integ-num
                       move ws-integ-fname to ws-sumfilename
                       perform get-integ-namepart
                       move ws-integ-namepart
                           to ws-integ-name(ws-integ-num)
                       move function numval(ws-integ-fchecksum)
                           to ws-integ-checksum(ws-integ-num)
                       move function numval(ws-integ-fbytes)
                           to ws-integ-bytes(ws-integ-num)
                       move function numval(ws-integ-frecords)
                           to ws-integ-records(ws-integ-num)
                   else
      ***** The manifest only grows, so rows past the table are the
      ***** newest - dropping them would leave every recent file
      ***** unlisted. Stop rather than verify against part of it.
                       display "More than " 78-integ-max " integrity"
                               " manifest rows - cannot verify"
                       move 8 to return-code
                       stop run
                   end-if
               end-if
               perform read-integ-entry
           end-perform
           close integfile
           perform check-status
           .

       read-integ-entry section.

           read integfile
               at end set end-of-integ to true
                      exit section
           end-read
           perform check-status
           .

       get-integ-namepart section.

      ***** ws-sumfilename without any leading directory.
           move ws-sumfilename to ws-integ-namepart
           perform varying ws-integ-idx from length of ws-sumfilename
                   by -1 until ws-integ-idx < 1
                      or ws-sumfilename(ws-integ-idx:1) = "/"
                      or ws-sumfilename(ws-integ-idx:1) = "\"
               continue
           end-perform
           if ws-integ-idx > 0
               move ws-sumfilename(ws-integ-idx + 1:) to ws-integ-namepart
           end-if
           .

       verify-file-integrity section.

      ***** Recompute ws-sumfilename's checksum, byte count and record
      ***** count and hold them against its latest manifest row. Leaves
      ***** ws-integ-idx on that row for the caller's message.
           set integ-not-listed to true
           perform get-integ-namepart
           perform varying ws-integ-idx from ws-integ-num by -1
                   until ws-integ-idx < 1
                      or ws-integ-name(ws-integ-idx) = ws-integ-namepart
               continue
           end-perform
           if ws-integ-idx < 1
               exit section
           end-if
           perform compute-file-checksum
           if ws-sum-checksum = ws-integ-checksum(ws-integ-idx)
                   and ws-sum-bytes = ws-integ-bytes(ws-integ-idx)
                   and ws-sum-records = ws-integ-records(ws-integ-idx)
               set integ-match to true
           else
               set integ-mismatch to true
           end-if
           .

       show-integrity-mismatch section.

      ***** The figures behind a mismatch, manifest against disk.
           move ws-integ-bytes(ws-integ-idx)   to ws-integ-bytes-disp
           move ws-integ-records(ws-integ-idx) to ws-integ-records-disp
           move ws-sum-bytes   to ws-sum-bytes-disp
           move ws-sum-records to ws-sum-records-disp
           display "      manifest checksum " ws-integ-checksum(ws-integ-idx)
                   " bytes " function trim(ws-integ-bytes-disp)
                   " records " function trim(ws-integ-records-disp)
           display "      on disk  checksum " ws-sum-checksum
                   " bytes " function trim(ws-sum-bytes-disp)
                   " records " function trim(ws-sum-records-disp)
           .

       compute-file-checksum section.

      ***** Adler-32, byte count and line count of ws-sumfilename, read
      ***** a byte at a time exactly as ESDumpSplitter computes them. A
      ***** last line without its newline still counts as a record.
           move 1 to ws-sum-a
           move 0 to ws-sum-b ws-sum-bytes ws-sum-records
           move 10 to ws-sum-lastbyte
           display "sumfilename" upon environment-name
           display ws-sumfilename upon environment-value
           open input sumfile
           perform check-status
           move space to ws-end-of-sum-flag
           perform read-sum-byte
           perform until end-of-sum
               add sum-byte-val to ws-sum-a
               if ws-sum-a >= 78-adler-mod
                   subtract 78-adler-mod from ws-sum-a
               end-if
               add ws-sum-a to ws-sum-b
               if ws-sum-b >= 78-adler-mod
                   subtract 78-adler-mod from ws-sum-b
               end-if
               add 1 to ws-sum-bytes
               if sum-byte-val = 10
                   add 1 to ws-sum-records
               end-if
               move sum-byte-val to ws-sum-lastbyte
               perform read-sum-byte
           end-perform
           close sumfile
           perform check-status
           if ws-sum-lastbyte not = 10
               add 1 to ws-sum-records
           end-if
           compute ws-sum-checksum = ws-sum-b * 65536 + ws-sum-a
           .

       read-sum-byte section.

           read sumfile
               at end set end-of-sum to true
                      exit section
           end-read
           perform check-status
           .

       write-table-of-contents section.

      ***** One row per constituent dump, in the order it landed in
