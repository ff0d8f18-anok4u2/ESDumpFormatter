      ***** its manifest row are left in place, so a restore can be
      ***** repeated and the archive's own ageing (the second, longer
      ***** window in ESDumpHousekeep) is unaffected.
      *****
      ***** Each restored .txt and .csv is then checked against its
      ***** latest row in ESDumpSplitter's integrity manifest -
      ***** checksum, byte count and record count - so a damaged
      ***** archive copy is caught before it is handed to anyone. Any
      ***** mismatch is reported and ends the job with RETURN-CODE 8; a
      ***** restored file with no manifest row at all cannot be
      ***** verified, and (short of a mismatch) ends it with 4.

       environment division.
       configuration section.
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
       fd  manifest.
       fd  restfile.
       01  rest-rec                   pic x(255).

       fd  integfile.
       01  integ-rec                  pic x(300).

       fd  sumfile.
       01  sum-byte                   pic x.
       01  sum-byte-val               pic x comp-x.

       working-storage section.
       01  fs-stat                 pic xx.
       01  fs-stat2    redefines fs-stat.
       01  ws-orig-csvname         pic x(255).

       01  ws-restored-count       binary-long value 0.
       01  ws-mismatch-count       binary-long value 0.
       01  ws-unverified-count     binary-long value 0.

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

               display "restore; two yyyymmdd words restore every pair"
               display "archived in that date range inclusive. The"
               display "archive copy and manifest row stay in place."
               display "Every restored file is verified against"
               display "ESDSPLIT.INTEGRITY.MANIFEST; a mismatch gives"
               display "RETURN-CODE 8, a file with no manifest row"
               display "(unverified) RETURN-CODE 4."
               stop run
           end-if

               move ws-arg1 to ws-query-name
           end-if

           perform load-integrity-manifest

           display "manifestfilename" upon environment-name
           display ws-manifestfilename upon environment-value
           open input manifest
           perform check-status

           display "Dumps restored = " ws-restored-count
           display "Mismatched     = " ws-mismatch-count
           display "Unverified     = " ws-unverified-count

           evaluate true
               when ws-mismatch-count > 0
                   move 8 to return-code
               when ws-unverified-count > 0
                   move 4 to return-code
           end-evaluate
           goback.

       read-manifest-entry section.
           move ws-orig-csvname to ws-copytoname
           perform copy-one-file

           move ws-mani-origname to ws-sumfilename
           perform verify-restored-file
           move ws-orig-csvname to ws-sumfilename
           perform verify-restored-file

           add 1 to ws-restored-count
           .

       verify-restored-file section.

           perform verify-file-integrity
           evaluate true
               when integ-mismatch
                   display "   CHECKSUM MISMATCH on restored "
                           ws-sumfilename(1:50)
                   perform show-integrity-mismatch
                   add 1 to ws-mismatch-count
               when integ-not-listed
                   display "   Unverified (not in manifest): "
                           ws-sumfilename(1:50)
                   add 1 to ws-unverified-count
           end-evaluate
           .

       copy-one-file section.

      ***** Straight line-for-line copy, the same record size every
           perform check-status
           .

       load-integrity-manifest section.

      ***** Every integrity manifest row, keyed on the filename without
      ***** its directory so a copy verifies wherever it now sits.
      ***** Absent on a site whose splitter predates the manifest -
      ***** then nothing can be verified, only reported unverified.
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

       check-status section.

           if fs-stat not = zeros
