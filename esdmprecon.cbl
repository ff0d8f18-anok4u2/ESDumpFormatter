      *****   UNTRACKED-FILE  a split .txt/.csv given on the command
      *****                   line that appears in neither the address
      *****                   index nor the audit log
      *****   CHECKSUM-MISMATCH
      *****                   a split .txt/.csv on disk whose checksum,
      *****                   byte count or record count no longer
      *****                   matches its latest row in the integrity
      *****                   manifest (see ESDumpSplitter's
      *****                   write-integrity-entry) - truncated or
      *****                   edited since it was written; any one ends
      *****                   the job with RETURN-CODE 8
      *****
      ***** With the FIX keyword on the command line, ADDRIDX is also
      ***** rewritten with the orphaned rows dropped, so index queries
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
       fd  addridxfile.
       fd  listsrcdump.
       01  ls-dump-rec               pic x(255).

       fd  integfile.
       01  integ-rec                  pic x(300).

       fd  sumfile.
       01  sum-byte                   pic x.
       01  sum-byte-val               pic x comp-x.

       working-storage section.
       01  fs-stat                 pic xx.
       01  fs-stat2    redefines fs-stat.
       01  ws-archived-row-count   binary-long value 0.
       01  ws-untracked-count      binary-long value 0.
       01  ws-kept-row-count       binary-long value 0.
       01  ws-verified-count       binary-long value 0.
       01  ws-checksum-mismatch-count binary-long value 0.

      ***** Integrity manifest rows (see ESDumpSplitter's
      ***** write-integrity-entry): filename as recorded, checksum, byte
      ***** count, record count, and the row's place in the file. Sorted
      ***** on name and place, the last row of each name is the one that
      ***** counts, since a dump split again is written again. Checksum
      ***** is the Adler-32 of the file's bytes (two running sums modulo
      ***** 78-adler-mod).
       01  ws-integfilename        pic x(255)
                                   value "ESDSPLIT.INTEGRITY.MANIFEST".
       01  ws-end-of-integ-flag    pic x   value space.
           88  not-end-of-integ            value space.
           88  end-of-integ                 value "1".
       78  78-integ-max            value 200000.
       01  ws-integ-num            pic s9(9) comp-5 value 0.
       01  ws-integ-table.
           03  ws-integ-entry      occurs 1 to 78-integ-max
                                     depending on ws-integ-num
                                     ascending key is ws-integ-name
                                                      ws-integ-seq.
               05  ws-integ-name       pic x(255).
               05  ws-integ-seq        pic 9(9).
               05  ws-integ-checksum   pic 9(10).
               05  ws-integ-bytes      pic 9(15).
               05  ws-integ-records    pic 9(9).
       01  ws-integ-idx            pic s9(9) comp-5.
       01  ws-integ-ts             pic x(17).
       01  ws-integ-fname          pic x(255).
       01  ws-integ-fchecksum      pic x(20).
       01  ws-integ-fbytes         pic x(20).
       01  ws-integ-frecords       pic x(20).

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

               display ".txt/.csv files on disk to check for entries in"
               display "neither store. FIX rewrites ESDSPLIT.ADDRIDX"
               display "with rows for vanished dump files dropped."
               display "Files in ESDSPLIT.INTEGRITY.MANIFEST are"
               display "checksummed; any mismatch gives RETURN-CODE 8."
               display " "
               display "Running with no arguments is allowed - press"
               display "on with a report-only pass over the stores."
           perform check-audit-log
           perform check-address-index
           perform check-disk-files
           perform check-integrity-manifest

           close reconrpt
           perform check-status
           display "Missing outputs (archived) = " ws-archived-ok-count
           display "Index rows for archived  = " ws-archived-row-count
           display "Untracked disk files     = " ws-untracked-count
           display "Checksummed files        = " ws-verified-count
           display "Checksum mismatches      = " ws-checksum-mismatch-count

           if ws-checksum-mismatch-count > 0
               move 8 to return-code
           end-if
           goback.

       gather-disk-filelist section.
           end-if
           .

       load-integrity-manifest section.

      ***** Every integrity manifest row - absent on a site whose
      ***** splitter predates the manifest, which just means there is
      ***** nothing to verify.
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
                       move ws-integ-fname to ws-integ-name(ws-integ-num)
                       move ws-integ-num   to ws-integ-seq(ws-integ-num)
                       move function numval(ws-integ-fchecksum)
                           to ws-integ-checksum(ws-integ-num)
                       move function numval(ws-integ-fbytes)
                           to ws-integ-bytes(ws-integ-num)
                       move function numval(ws-integ-frecords)
                           to ws-integ-records(ws-integ-num)
                   else
      ***** The manifest only grows, so rows past the table are the
      ***** newest - dropping them would leave every recent file
      ***** unlisted. Stop rather than check against part of it.
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
           if ws-integ-num > 1
               sort ws-integ-entry
           end-if
           .

       read-integ-entry section.

           read integfile
               at end set end-of-integ to true
                      exit section
           end-read
           perform check-status
           .

       check-integrity-manifest section.

      ***** The latest row for every file the manifest knows, checked
      ***** against the file if it is still on disk - a file gone from
      ***** disk is the business of the MISSING-OUTPUT and ORPHAN-INDEX
      ***** checks, not this one.
           perform load-integrity-manifest
           perform varying ws-integ-idx from 1 by 1
                   until ws-integ-idx > ws-integ-num
               if ws-integ-idx = ws-integ-num
                   perform check-one-integrity-row
               else
                   if ws-integ-name(ws-integ-idx + 1)
                           not = ws-integ-name(ws-integ-idx)
                       perform check-one-integrity-row
                   end-if
               end-if
           end-perform
           .

       check-one-integrity-row section.

           move ws-integ-name(ws-integ-idx) to ws-exist-checkname
           perform check-file-exists
           if file-does-not-exist
               exit section
           end-if
           add 1 to ws-verified-count
           move ws-integ-name(ws-integ-idx) to ws-sumfilename
           perform compute-file-checksum
           if ws-sum-checksum not = ws-integ-checksum(ws-integ-idx)
                   or ws-sum-bytes not = ws-integ-bytes(ws-integ-idx)
                   or ws-sum-records not = ws-integ-records(ws-integ-idx)
               add 1 to ws-checksum-mismatch-count
               perform show-integrity-mismatch
           end-if
           .

       show-integrity-mismatch section.

      ***** The report line for a mismatch, manifest against disk.
           move ws-integ-bytes(ws-integ-idx)   to ws-integ-bytes-disp
           move ws-integ-records(ws-integ-idx) to ws-integ-records-disp
           move ws-sum-bytes   to ws-sum-bytes-disp
           move ws-sum-records to ws-sum-records-disp
           move spaces to recon-rec
           string "CHECKSUM-MISMATCH: "              delimited by size
                  ws-integ-name(ws-integ-idx)        delimited by space
                  " (manifest "                      delimited by size
                  ws-integ-checksum(ws-integ-idx)    delimited by size
                  "/"                                delimited by size
                  function trim(ws-integ-bytes-disp) delimited by size
                  "/"                                delimited by size
                  function trim(ws-integ-records-disp) delimited by size
                  ", on disk "                       delimited by size
                  ws-sum-checksum                    delimited by size
                  "/"                                delimited by size
                  function trim(ws-sum-bytes-disp)   delimited by size
                  "/"                                delimited by size
                  function trim(ws-sum-records-disp) delimited by size
                  " checksum/bytes/records)"         delimited by size
               into recon-rec
           end-string
           write recon-rec
           perform check-status
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

       rewrite-address-index section.

      ***** FIX was asked for and orphaned rows were found - copy the
