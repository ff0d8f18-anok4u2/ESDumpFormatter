           organization line sequential
           file status is fs-stat.

           select optional eyefile assign to ws-eyefilename
           organization line sequential
           file status is fs-stat.

           select optional suppfile assign to ws-suppfilename
           organization line sequential
           file status is fs-stat.

           select optional proffile assign to ws-proffilename
           organization line sequential
           file status is fs-stat.

           select optional ckptfile assign to ws-ckptfilename
           organization line sequential
           file status is fs-stat.
           organization line sequential
           file status is fs-stat.

      ***** Each finished .txt and .csv read back as a raw byte stream
      ***** for its integrity manifest row - the same one-byte record
      ***** reader bindump uses for a binary transfer.
           select sumfile    assign to ws-sumfilename
           organization sequential
           file status is fs-stat.

           select integfile  assign to ws-integfilename
           organization line sequential
           file status is fs-stat.

       data division.
       file section.
       fd  inputdump.
       fd  typecatfile.
       01  typecat-rec               pic x(255).

       fd  eyefile.
       01  eye-rec                   pic x(255).

       fd  suppfile.
       01  supp-rec                  pic x(255).

       fd  proffile.
       01  prof-rec                  pic x(600).

       fd  ckptfile.
       01  ckpt-rec                  pic x(255).

       fd  runhist.
       01  runhist-rec               pic x(300).

       fd  sumfile.
       01  sum-byte                  pic x.
       01  sum-byte-val              pic x comp-x.

       fd  integfile.
       01  integ-rec                 pic x(300).

       working-storage section.
       78  78-table-max            value 2000000.
       01  wf-corruption-flag        pic 9.
               05  ws-summary-reccount    pic 9(9).
               05  ws-summary-blockcount  pic 9(9).
               05  ws-summary-corrupt     pic x(3).
               05  ws-summary-profile     pic x(20).
       01  ws-summary-reccount-disp   pic z(8)9.
       01  ws-summary-blockcount-disp pic z(8)9.

               05  ws-control-parsed-addr pic 9(10).
               05  ws-control-length      pic 9(10).
               05  ws-control-type        pic x(30).
               05  ws-control-finding     pic x.

      ***** Corruption signature list support - defaults to the three
      ***** historical literals, overridable from an external control
       01  ws-cat-seen-disp        pic z(9)9.
       01  ws-cat-seen2-disp       pic z(9)9.

      ***** Control-block body validation support - the header-only
      ***** checks above cannot see a storage overlay that leaves the
      ***** header line intact, so an optional eyecatcher control file
      ***** (ws-eyefilename) gives, per block type, the text expected
      ***** at the very start of the block's body and/or a content
      ***** rule the whole body must pass. One line per type:
      *****
      *****   type,eyecatcher[,rule]
      *****
      ***** The eyecatcher is matched against the body lines' character
      ***** column, or - written with a 0x prefix - against the body's
      ***** hex bytes; it may be left empty when only the rule is
      ***** wanted. The rule is NOTZERO (body must not be all x'00'),
      ***** NOTFF (not all x'FF') or NOTFILL (not one 4-byte fill word
      ***** repeated end to end, which also catches any single repeated
      ***** byte). Body lines are the lines after a header line up to
      ***** the next header (or the end of the dump): first word the
      ***** line's address, then words of hex digits, then optionally
      ***** the character column, the same line shape ESDumpScan
      ***** reads. A block with no body lines at all is not checked -
      ***** plenty of dumps carry header lines only.
       01  ws-eyefilename          pic x(255) value "ESDSPLIT.EYECATCHERS".
       01  ws-end-of-eyefile-flag  pic x   value space.
           88  not-end-of-eyefile          value space.
           88  end-of-eyefile               value "1".
       78  78-eye-max              value 2000.
       01  ws-eye-num              pic s9(9) comp-5 value 0.
       01  ws-eye-table.
           03  ws-eye-entry        occurs 1 to 78-eye-max
                                     depending on ws-eye-num.
               05  ws-eye-type         pic x(30).
               05  ws-eye-text         pic x(60).
               05  ws-eye-len          pic s9(4) comp-5.
               05  ws-eye-kind         pic x.
                   88  eye-is-char             value "C".
                   88  eye-is-hex              value "X".
               05  ws-eye-rule         pic x(7).
       01  ws-eye-text-in          pic x(80).
       01  ws-eye-rule-in          pic x(30).

      ***** The block whose body is being read right now - its table
      ***** entry (0 when there is nothing to check: no rule for its
      ***** type, or the block went to the overflow file), its rule,
      ***** and what the body has shown so far. Only the first
      ***** 78-bodychk-head-max bytes are kept, enough for any
      ***** eyecatcher; the content rules are judged byte by byte as
      ***** the lines go past.
       78  78-bodychk-head-max     value 60.
       01  ws-bodychk-idx          pic s9(9) comp-5 value 0.
       01  ws-bodychk-eye          pic s9(9) comp-5 value 0.
       01  ws-bodychk-bytes        pic s9(9) comp-5 value 0.
       01  ws-bodychk-head-hex     pic x(120).
       01  ws-bodychk-head-chr     pic x(60).
       01  ws-bodychk-fill-word    pic x(8).
       01  ws-bodychk-byte         pic xx.
       01  ws-bodychk-zero-flag    pic x.
           88  body-all-zero               value "1".
           88  body-not-all-zero           value space.
       01  ws-bodychk-ff-flag      pic x.
           88  body-all-ff                 value "1".
           88  body-not-all-ff             value space.
       01  ws-bodychk-fill-flag    pic x.
           88  body-all-fill               value "1".
           88  body-not-all-fill           value space.
       01  ws-finding-text         pic x(20).

      ***** One body line broken into its parts by parse-body-line.
       78  78-line-bytes-max       value 64.
       01  ws-line-nbytes          pic s9(4) comp-5.
       01  ws-line-hex             pic x(128).
       01  ws-line-charstart       pic s9(4) comp-5.
       01  ws-line-pos             pic s9(4) comp-5.
       01  ws-line-wordstart       pic s9(4) comp-5.
       01  ws-line-wordlen         pic s9(4) comp-5.
       01  ws-line-byte-pos        pic s9(4) comp-5.
       01  ws-line-hexword-flag    pic x.
           88  word-is-hex                 value "1".
           88  word-not-hex                value space.
       01  ws-line-done-flag       pic x.
           88  line-not-done               value space.
           88  line-done                    value "1".

      ***** Checkpoint / restart support for huge input files - lets a
      ***** rerun after an abend resume from the last completed dump
      ***** boundary (or the last checkpoint interval inside a single
      ***** signal than the keyword signature list, checked once the
      ***** control blocks are in address order. Real memory maps
      ***** routinely carry a few bytes of alignment padding between
      ***** control blocks, so only a gap wider than the profile's gap
      ***** threshold (ws-gap-threshold, 78-gap-threshold unless the
      ***** input file's profile says otherwise) is treated as
      ***** suspicious - a bare nonzero gap would flag nearly every
      ***** block boundary and bury the real signal.
       01  ws-scan-text            pic x(255).
      ***** same 10-digit sizing caveat as ws-control-parsed-addr above
      ***** applies here - a wider address is truncated, not flagged.
      ***** closed, bucketed into LOW/MEDIUM/HIGH so the team can work
      ***** the worst dumps first instead of reading the summary report
      ***** top to bottom. Thresholds are arbitrary but conservative -
      ***** a single hit of either kind is still worth a LOW entry. The
      ***** compiled values below are the DEFAULT profile's; the ones
      ***** applied are ws-severity-medium-thresh/-high-thresh, set
      ***** from the input file's profile.
       01  ws-dump-sig-hits           pic 9(9) value 0.
       01  ws-dump-range-violations   pic 9(9) value 0.
       01  ws-dump-body-violations    pic 9(9) value 0.
       01  ws-severity                pic x(6) value spaces.
       78  78-severity-medium-thresh  value 2.
       78  78-severity-high-thresh    value 5.

      ***** Approved-exception (suppression) rules - findings storage
      ***** management has signed off as benign, so they stop setting
      ***** corruption-detected, stop scoring towards the severity and
      ***** so stop reaching the alert and triage queues. The finding
      ***** is still marked in the memory map, annotated "SUPPRESSED BY
      ***** RULE nnn", so nothing is hidden from whoever reads the
      ***** dump. One rule per line of the optional ws-suppfilename:
      *****
      *****   rule,approver,expiry,kind,arg1,arg2,tolerance,infile-pattern
      *****
      ***** rule is the rule number (1-999); expiry is yyyymmdd, the
      ***** last day the rule applies - an expired rule is not applied
      ***** and is listed as a warning on the console and in the
      ***** summary report, so it gets renewed or retired rather than
      ***** quietly living on. kind is one of
      *****
      *****   SIGNATURE  arg1 a signature string, arg2 the block type
      *****              it is benign on
      *****   GAP        a gap between a block of type arg1 and the
      *****              next block, of type arg2, of no more than
      *****              tolerance bytes
      *****   OVERLAP    likewise for an overlap of no more than
      *****              tolerance bytes
      *****
      ***** infile-pattern, when given, limits the rule to input files
      ***** whose name matches it ("*" any run of characters, "?" any
      ***** one character, letters matched regardless of case).
       01  ws-suppfilename         pic x(255) value "ESDSPLIT.SUPPRESS".
       01  ws-end-of-suppfile-flag pic x   value space.
           88  not-end-of-suppfile         value space.
           88  end-of-suppfile              value "1".
       78  78-supp-max             value 200.
       01  ws-supp-num             pic s9(9) comp-5 value 0.
       01  ws-supp-table.
           03  ws-supp-entry       occurs 1 to 78-supp-max
                                     depending on ws-supp-num.
               05  ws-supp-ruleno      pic 9(3).
               05  ws-supp-approver    pic x(20).
               05  ws-supp-expiry      pic x(8).
               05  ws-supp-kind        pic x(9).
                   88  supp-is-signature       value "SIGNATURE".
                   88  supp-is-gap             value "GAP".
                   88  supp-is-overlap         value "OVERLAP".
               05  ws-supp-text        pic x(60).
               05  ws-supp-type        pic x(30).
               05  ws-supp-tolerance   pic 9(10).
               05  ws-supp-pattern     pic x(60).
               05  ws-supp-state       pic x.
                   88  supp-active             value "A".
                   88  supp-expired            value "E".
               05  ws-supp-here        pic x.
                   88  supp-applies-here       value "1".
                   88  supp-not-here           value space.
               05  ws-supp-fired       pic 9(9).
       01  ws-supp-ruleno-in       pic x(10).
       01  ws-supp-kind-in         pic x(30).
       01  ws-supp-tol-in          pic x(12).
       01  ws-supp-idx             pic s9(9) comp-5.
       01  ws-supp-hit-rule        pic s9(9) comp-5.
       01  ws-supp-ruleno-disp     pic 9(3).
       01  ws-supp-fired-disp      pic z(8)9.
       01  ws-supp-today           pic 9(8).
       01  ws-supp-expired-count   pic s9(9) comp-5 value 0.
       01  ws-sig-supp-hit         pic s9(9) comp-5.
       01  ws-sig-supp-rule        pic s9(9) comp-5.
       01  ws-range-kind           pic x(9).
       01  ws-range-size           pic 9(10).
       01  ws-range-type1          pic x(30).
       01  ws-range-type2          pic x(30).
       01  ws-marker-text          pic x(60).

      ***** Wildcard filename matching scratch - ws-pat-text against
      ***** ws-pat-subject, both taken upper-case.
       01  ws-pat-text             pic x(255).
       01  ws-pat-subject          pic x(255).
       01  ws-pat-len              pic s9(4) comp-5.
       01  ws-pat-subj-len         pic s9(4) comp-5.
       01  ws-pat-p                pic s9(4) comp-5.
       01  ws-pat-s                pic s9(4) comp-5.
       01  ws-pat-star             pic s9(4) comp-5.
       01  ws-pat-mark             pic s9(4) comp-5.
       01  ws-pat-match-flag       pic x.
           88  pattern-matched             value "1".
           88  pattern-not-matched         value space.
       01  ws-pat-done-flag        pic x.
           88  pattern-done                value "1".
           88  pattern-not-done            value space.

      ***** Per-feed processing profiles - CICS-style regions and batch
      ***** regions have quite different normal memory maps, so one
      ***** gap threshold, one pair of severity thresholds, one
      ***** signature list and one type catalog fit neither well. The
      ***** optional profile control file (ws-proffilename) names the
      ***** profiles and maps input filename patterns onto them, one
      ***** line each, "*" in column 1 for a comment:
      *****   PROFILE,name,gap,medium,high,ckptinterval,sigfile,catfile
      *****   MAP,pattern,name
      ***** Entry 1 is always DEFAULT, built from the compiled values
      ***** (78-gap-threshold, 78-severity-medium-thresh,
      ***** 78-severity-high-thresh, 78-ckpt-interval) and the
      ***** ws-sigfilename/ws-typecatfilename defaults; a PROFILE,DEFAULT
      ***** line overrides it. A blank field on any PROFILE line takes
      ***** DEFAULT's value as it stands at that point in the file, so
      ***** an overriding DEFAULT line belongs at the top. Each input
      ***** file runs under the profile of the first MAP line, in file
      ***** order, whose pattern matches its name (same wildcard rules
      ***** as the suppression rules), or DEFAULT when none matches.
       01  ws-proffilename         pic x(255) value "ESDSPLIT.PROFILES".
       01  ws-end-of-proffile-flag pic x   value space.
           88  not-end-of-proffile         value space.
           88  end-of-proffile              value "1".
       78  78-prof-max             value 50.
       01  ws-prof-num             pic s9(9) comp-5 value 0.
       01  ws-prof-table.
           03  ws-prof-entry       occurs 1 to 78-prof-max
                                     depending on ws-prof-num.
               05  ws-prof-name        pic x(20).
               05  ws-prof-gap         pic 9(9).
               05  ws-prof-medium      pic 9(9).
               05  ws-prof-high        pic 9(9).
               05  ws-prof-ckpt        pic 9(9).
               05  ws-prof-sigfile     pic x(255).
               05  ws-prof-catfile     pic x(255).
       01  ws-prof-work.
           03  ws-prof-work-name       pic x(20).
           03  ws-prof-work-gap        pic 9(9).
           03  ws-prof-work-medium     pic 9(9).
           03  ws-prof-work-high       pic 9(9).
           03  ws-prof-work-ckpt       pic 9(9).
           03  ws-prof-work-sigfile    pic x(255).
           03  ws-prof-work-catfile    pic x(255).
       78  78-profmap-max          value 200.
       01  ws-profmap-num          pic s9(9) comp-5 value 0.
       01  ws-profmap-table.
           03  ws-profmap-entry    occurs 1 to 78-profmap-max
                                     depending on ws-profmap-num.
               05  ws-profmap-pattern  pic x(60).
               05  ws-profmap-name     pic x(20).
               05  ws-profmap-prof     pic s9(9) comp-5.
       01  ws-prof-kind-in         pic x(10).
       01  ws-prof-name-in         pic x(30).
       01  ws-prof-gap-in          pic x(12).
       01  ws-prof-medium-in       pic x(12).
       01  ws-prof-high-in         pic x(12).
       01  ws-prof-ckpt-in         pic x(12).
       01  ws-prof-sigfile-in      pic x(255).
       01  ws-prof-catfile-in      pic x(255).
       01  ws-profmap-pattern-in   pic x(100).
       01  ws-profmap-name-in      pic x(30).
       01  ws-prof-number-in       pic x(12).
       01  ws-prof-number          pic 9(9).
       01  ws-prof-number-len      pic s9(4) comp-5.
       01  ws-prof-number-flag     pic x.
           88  prof-number-ok              value "1".
           88  prof-number-bad             value space.
       01  ws-prof-find-name       pic x(20).
       01  ws-prof-idx             pic s9(9) comp-5.
       01  ws-prof-found           pic s9(9) comp-5.
       01  ws-prof-mapped-flag     pic x.
           88  profile-mapped              value "1".
           88  profile-not-mapped          value space.
      ***** The profile in force for the input file being split, and
      ***** which signature and catalog files are currently in memory,
      ***** so consecutive files under one profile load them only once.
       01  ws-profile-name         pic x(20) value "DEFAULT".
       01  ws-gap-threshold        pic 9(9)  value 0.
       01  ws-severity-medium-thresh pic 9(9) value 0.
       01  ws-severity-high-thresh pic 9(9)  value 0.
       01  ws-ckpt-interval        pic 9(9)  value 0.
       01  ws-sig-loaded-name      pic x(255) value spaces.
       01  ws-cat-loaded-name      pic x(255) value spaces.

      ***** Persistent cross-run address index - one row per control
      ***** block, appended as each dump's CSV is produced, so a bad
      ***** address turned up by an unrelated diagnostic can be traced
       01  ws-run-dumps-disp       pic z(8)9.
       01  ws-run-resume-disp      pic x(3).

      ***** Standing integrity manifest - one row per finished split
      ***** .txt and .csv, written after any corruption rename so it
      ***** carries the name the file really ended up with: timestamp,
      ***** filename, checksum, byte count, record count. The checksum
      ***** is the Adler-32 of the file's bytes (two running sums
      ***** modulo 78-adler-mod), the record count its line count.
      ***** ESDumpMerge, ESDumpRestore and ESDumpReconcile recompute
      ***** all three to prove a copy is the file this program wrote.
       01  ws-integfilename        pic x(255)
                                   value "ESDSPLIT.INTEGRITY.MANIFEST".
       01  ws-integ-date           pic 9(8).
       01  ws-integ-time           pic 9(8).
       01  ws-integ-ts             pic x(17).
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


       procedure division.

           perform read-profiles

           perform read-eyecatchers

           perform read-suppressions

           perform open-addridx

               close sigfile
               perform check-status
           else
               if fs-stat = "05"
                   close sigfile
                   perform check-status
               else
                   perform check-status
               end-if
           end-if
               close typecatfile
               perform check-status
           else
               if fs-stat = "05"
                   close typecatfile
                   perform check-status
               else
                   perform check-status
               end-if
           end-if
           end-if
           .

       read-eyecatchers section.

      ***** Load the optional eyecatcher control file, the same way
      ***** read-typecatalog loads the type catalog - no built-in
      ***** default list, so with no file present ws-eye-num stays 0
      ***** and the body checks never run.
           move 0 to ws-eye-num
           display "eyefilename" upon environment-name
           display ws-eyefilename upon environment-value
           move space to ws-end-of-eyefile-flag
           open input eyefile
           if fs-stat = "00"
               perform read-eyefile-entry
               perform until end-of-eyefile
                   if eye-rec not = spaces
                           and eye-rec(1:1) not = space
                       if ws-eye-num < 78-eye-max
                           perform load-one-eyecatcher-entry
                       else
                           display "Eyecatcher file has more than "
                                   78-eye-max " entries - ignoring "
                                   eye-rec(1:40)
                       end-if
                   end-if
                   perform read-eyefile-entry
               end-perform
               close eyefile
               perform check-status
           else
               if fs-stat not = "05"
                   perform check-status
               end-if
           end-if
           .

       read-eyefile-entry section.

           read eyefile
               at end set end-of-eyefile to true
                      exit section
           end-read
           perform check-status
           .

       load-one-eyecatcher-entry section.

      ***** Append one type,eyecatcher[,rule] line to the table. A
      ***** 0x-prefixed eyecatcher is kept as upper-case hex digits to
      ***** compare with the body's hex bytes (an odd digit count
      ***** cannot be a whole number of bytes, so that line is
      ***** refused); anything else is kept as text for the character
      ***** column, its significant length found the same way
      ***** set-signature finds a signature's. A line giving neither an
      ***** eyecatcher nor a known rule has nothing to check and is
      ***** refused too.
           add 1 to ws-eye-num
           move spaces to ws-eye-type(ws-eye-num) ws-eye-text(ws-eye-num)
                          ws-eye-rule(ws-eye-num)
                          ws-eye-text-in ws-eye-rule-in
           move 0 to ws-eye-len(ws-eye-num)
           set eye-is-char(ws-eye-num) to true
           unstring eye-rec delimited by ","
               into ws-eye-type(ws-eye-num) ws-eye-text-in ws-eye-rule-in
           end-unstring

           move function upper-case(ws-eye-rule-in) to ws-eye-rule-in
           if ws-eye-rule-in = "NOTZERO" or ws-eye-rule-in = "NOTFF"
                   or ws-eye-rule-in = "NOTFILL"
               move ws-eye-rule-in to ws-eye-rule(ws-eye-num)
           else
               if ws-eye-rule-in not = spaces
                   display "Unknown eyecatcher rule ignored: "
                           eye-rec(1:50)
               end-if
           end-if

           if ws-eye-text-in(1:2) = "0x" or ws-eye-text-in(1:2) = "0X"
               set eye-is-hex(ws-eye-num) to true
               move function upper-case(ws-eye-text-in(3:60))
                   to ws-eye-text(ws-eye-num)
           else
               move ws-eye-text-in to ws-eye-text(ws-eye-num)
           end-if
           move 0 to ws-cnt2
           inspect ws-eye-text(ws-eye-num) tallying ws-cnt2
               for characters before initial space
           move ws-cnt2 to ws-eye-len(ws-eye-num)

           if eye-is-hex(ws-eye-num)
                   and function mod(ws-eye-len(ws-eye-num), 2) not = 0
               display "Odd-length hex eyecatcher ignored: "
                       eye-rec(1:50)
               subtract 1 from ws-eye-num
               exit section
           end-if
           if ws-eye-len(ws-eye-num) = 0
                   and ws-eye-rule(ws-eye-num) = spaces
               display "Eyecatcher line with nothing to check ignored: "
                       eye-rec(1:50)
               subtract 1 from ws-eye-num
           end-if
           .

       read-suppressions section.

      ***** Load the optional approved-exception rule file, the same
      ***** way read-typecatalog loads the type catalog - no file, no
      ***** rules, every finding counts as it always has. A rule whose
      ***** expiry date has passed is kept in the table (so the summary
      ***** report can list it) but marked expired and never applied.
           move 0 to ws-supp-num
           move 0 to ws-supp-expired-count
           accept ws-supp-today from date yyyymmdd
           display "suppfilename" upon environment-name
           display ws-suppfilename upon environment-value
           move space to ws-end-of-suppfile-flag
           open input suppfile
           if fs-stat = "00"
               perform read-suppfile-entry
               perform until end-of-suppfile
                   if supp-rec not = spaces
                           and supp-rec(1:1) not = space
                           and supp-rec(1:1) not = "*"
                       if ws-supp-num < 78-supp-max
                           perform load-one-suppression
                       else
                           display "Suppression file has more than "
                                   78-supp-max " rules - ignoring "
                                   supp-rec(1:40)
                       end-if
                   end-if
                   perform read-suppfile-entry
               end-perform
               close suppfile
               perform check-status
           else
               if fs-stat not = "05"
                   perform check-status
               end-if
           end-if
           .

       read-suppfile-entry section.

           read suppfile
               at end set end-of-suppfile to true
                      exit section
           end-read
           perform check-status
           .

       load-one-suppression section.

      ***** Append one rule line to the table. A rule that cannot be
      ***** understood - no number, no approver, no valid expiry, an
      ***** unknown kind or a missing block type - is rejected with a
      ***** console message rather than guessed at, since a rule only
      ***** ever hides findings.
           add 1 to ws-supp-num
           move spaces to ws-supp-entry(ws-supp-num)
           move spaces to ws-supp-ruleno-in ws-supp-kind-in ws-supp-tol-in
           move 0 to ws-supp-ruleno(ws-supp-num)
                     ws-supp-tolerance(ws-supp-num)
                     ws-supp-fired(ws-supp-num)
           unstring supp-rec delimited by ","
               into ws-supp-ruleno-in
                    ws-supp-approver(ws-supp-num)
                    ws-supp-expiry(ws-supp-num)
                    ws-supp-kind-in
                    ws-supp-text(ws-supp-num)
                    ws-supp-type(ws-supp-num)
                    ws-supp-tol-in
                    ws-supp-pattern(ws-supp-num)
           end-unstring
           move function upper-case(ws-supp-kind-in)
               to ws-supp-kind(ws-supp-num)

           move 0 to ws-cnt3
           inspect ws-supp-ruleno-in tallying ws-cnt3
               for characters before initial space
           if ws-cnt3 = 0 or ws-cnt3 > 3
                   or ws-supp-ruleno-in(1:ws-cnt3) is not numeric
                   or ws-supp-approver(ws-supp-num) = spaces
                   or ws-supp-expiry(ws-supp-num) is not numeric
                   or ws-supp-type(ws-supp-num) = spaces
                   or ws-supp-text(ws-supp-num) = spaces
                   or (not supp-is-signature(ws-supp-num)
                       and not supp-is-gap(ws-supp-num)
                       and not supp-is-overlap(ws-supp-num))
               display "Suppression rule not understood - ignored: "
                       supp-rec(1:50)
               subtract 1 from ws-supp-num
               exit section
           end-if
           compute ws-supp-ruleno(ws-supp-num) =
               function numval(ws-supp-ruleno-in)
           if ws-supp-tol-in not = spaces
               compute ws-supp-tolerance(ws-supp-num) =
                   function numval(ws-supp-tol-in)
           end-if

           if ws-supp-expiry(ws-supp-num) < ws-supp-today
               set supp-expired(ws-supp-num) to true
               add 1 to ws-supp-expired-count
               move ws-supp-ruleno(ws-supp-num) to ws-supp-ruleno-disp
               display "WARNING: suppression rule " ws-supp-ruleno-disp
                       " approved by "
                       function trim(ws-supp-approver(ws-supp-num))
                       " expired " ws-supp-expiry(ws-supp-num)
                       " - not applied"
           else
               set supp-active(ws-supp-num) to true
           end-if
           .

       select-suppressions section.

      ***** A new input file is starting - mark which live rules apply
      ***** to it, so the per-block checks only test the rule's kind
      ***** and block types.
           perform varying ws-supp-idx from 1 by 1
                   until ws-supp-idx > ws-supp-num
               set supp-not-here(ws-supp-idx) to true
               if supp-active(ws-supp-idx)
                   if ws-supp-pattern(ws-supp-idx) = spaces
                       set supp-applies-here(ws-supp-idx) to true
                   else
                       move ws-supp-pattern(ws-supp-idx) to ws-pat-text
                       move ws-infile to ws-pat-subject
                       perform match-file-pattern
                       if pattern-matched
                           set supp-applies-here(ws-supp-idx) to true
                       end-if
                   end-if
               end-if
           end-perform
           .

       match-file-pattern section.

      ***** Wildcard match of ws-pat-text against ws-pat-subject - "*"
      ***** matches any run of characters (none included), "?" any one
      ***** character, anything else itself regardless of case. The
      ***** usual single-backtrack walk: on a mismatch after a "*",
      ***** let that "*" swallow one more subject character and retry.
           move function upper-case(ws-pat-text)    to ws-pat-text
           move function upper-case(ws-pat-subject) to ws-pat-subject
           perform varying ws-pat-len from length of ws-pat-text by -1
                   until ws-pat-len < 1
                      or ws-pat-text(ws-pat-len:1) not = space
               continue
           end-perform
           perform varying ws-pat-subj-len from length of ws-pat-subject
                   by -1
                   until ws-pat-subj-len < 1
                      or ws-pat-subject(ws-pat-subj-len:1) not = space
               continue
           end-perform

           set pattern-not-matched to true
           set pattern-not-done to true
           move 1 to ws-pat-p ws-pat-s
           move 0 to ws-pat-star ws-pat-mark
           perform until ws-pat-s > ws-pat-subj-len or pattern-done
               evaluate true
                   when ws-pat-p <= ws-pat-len
                           and (ws-pat-text(ws-pat-p:1) = "?"
                                or ws-pat-text(ws-pat-p:1)
                                   = ws-pat-subject(ws-pat-s:1))
                       add 1 to ws-pat-p
                       add 1 to ws-pat-s
                   when ws-pat-p <= ws-pat-len
                           and ws-pat-text(ws-pat-p:1) = "*"
                       move ws-pat-p to ws-pat-star
                       move ws-pat-s to ws-pat-mark
                       add 1 to ws-pat-p
                   when ws-pat-star > 0
                       compute ws-pat-p = ws-pat-star + 1
                       add 1 to ws-pat-mark
                       move ws-pat-mark to ws-pat-s
                   when other
                       set pattern-done to true
               end-evaluate
           end-perform
           if pattern-done
               exit section
           end-if
           perform until ws-pat-p > ws-pat-len
                   or ws-pat-text(ws-pat-p:1) not = "*"
               add 1 to ws-pat-p
           end-perform
           if ws-pat-p > ws-pat-len
               set pattern-matched to true
           end-if
           .

       read-profiles section.

      ***** Load the optional profile control file, the same way
      ***** read-suppressions loads its rule file - no file means every
      ***** input file runs under the built-in DEFAULT profile, which
      ***** is exactly how the program behaved before profiles existed.
           move 1 to ws-prof-num
           move "DEFAULT"          to ws-prof-name(1)
           move 78-gap-threshold   to ws-prof-gap(1)
           move 78-severity-medium-thresh to ws-prof-medium(1)
           move 78-severity-high-thresh   to ws-prof-high(1)
           move 78-ckpt-interval   to ws-prof-ckpt(1)
           move ws-sigfilename     to ws-prof-sigfile(1)
           move ws-typecatfilename to ws-prof-catfile(1)
           move 0 to ws-profmap-num
           display "proffilename" upon environment-name
           display ws-proffilename upon environment-value
           move space to ws-end-of-proffile-flag
           open input proffile
           if fs-stat = "00"
               perform read-proffile-entry
               perform until end-of-proffile
                   if prof-rec not = spaces
                           and prof-rec(1:1) not = space
                           and prof-rec(1:1) not = "*"
                       perform load-one-profile-line
                   end-if
                   perform read-proffile-entry
               end-perform
               close proffile
               perform check-status
           else
               if fs-stat not = "05"
                   perform check-status
               end-if
           end-if
           perform resolve-profile-maps
           .

       read-proffile-entry section.

           read proffile
               at end set end-of-proffile to true
                      exit section
           end-read
           perform check-status
           .

       load-one-profile-line section.

      ***** One PROFILE or MAP line. Anything else is reported and
      ***** skipped rather than guessed at.
           move spaces to ws-prof-kind-in
           unstring prof-rec delimited by ","
               into ws-prof-kind-in
           end-unstring
           move function upper-case(ws-prof-kind-in) to ws-prof-kind-in
           evaluate ws-prof-kind-in
               when "PROFILE"
                   perform load-one-profile
               when "MAP"
                   perform load-one-profile-map
               when other
                   display "Profile line not understood - ignored: "
                           prof-rec(1:50)
           end-evaluate
           .

       load-one-profile section.

      ***** Build the profile in ws-prof-work, starting from DEFAULT's
      ***** values and overlaying every field the line fills in, and
      ***** only store it once every field has checked out - a bad
      ***** line leaves the table exactly as it was. A PROFILE line for
      ***** DEFAULT replaces the built-in entry; any other name already
      ***** defined is a duplicate and is ignored.
           move spaces to ws-prof-name-in ws-prof-gap-in
                          ws-prof-medium-in ws-prof-high-in
                          ws-prof-ckpt-in ws-prof-sigfile-in
                          ws-prof-catfile-in
           unstring prof-rec delimited by ","
               into ws-prof-kind-in
                    ws-prof-name-in
                    ws-prof-gap-in
                    ws-prof-medium-in
                    ws-prof-high-in
                    ws-prof-ckpt-in
                    ws-prof-sigfile-in
                    ws-prof-catfile-in
           end-unstring
           move function upper-case(ws-prof-name-in) to ws-prof-name-in
           if ws-prof-name-in = spaces
                   or ws-prof-name-in(1:1) = space
                   or ws-prof-name-in(21:10) not = spaces
               display "Profile line not understood - ignored: "
                       prof-rec(1:50)
               exit section
           end-if

           move ws-prof-entry(1) to ws-prof-work
           move ws-prof-name-in to ws-prof-work-name

           move ws-prof-gap-in to ws-prof-number-in
           perform check-profile-number
           if prof-number-bad
               display "Profile gap threshold not numeric - ignored: "
                       prof-rec(1:50)
               exit section
           end-if
           if ws-prof-gap-in not = spaces
               move ws-prof-number to ws-prof-work-gap
           end-if

           move ws-prof-medium-in to ws-prof-number-in
           perform check-profile-number
           if prof-number-bad
               display "Profile MEDIUM threshold not numeric - ignored: "
                       prof-rec(1:50)
               exit section
           end-if
           if ws-prof-medium-in not = spaces
               move ws-prof-number to ws-prof-work-medium
           end-if

           move ws-prof-high-in to ws-prof-number-in
           perform check-profile-number
           if prof-number-bad
               display "Profile HIGH threshold not numeric - ignored: "
                       prof-rec(1:50)
               exit section
           end-if
           if ws-prof-high-in not = spaces
               move ws-prof-number to ws-prof-work-high
           end-if

           move ws-prof-ckpt-in to ws-prof-number-in
           perform check-profile-number
           if prof-number-bad
               display "Profile interval not numeric - ignored: "
                       prof-rec(1:50)
               exit section
           end-if
           if ws-prof-ckpt-in not = spaces
               move ws-prof-number to ws-prof-work-ckpt
           end-if

           if ws-prof-sigfile-in not = spaces
               move ws-prof-sigfile-in to ws-prof-work-sigfile
           end-if
           if ws-prof-catfile-in not = spaces
               move ws-prof-catfile-in to ws-prof-work-catfile
           end-if

      ***** A MEDIUM threshold of zero would grade every dump, and one
      ***** above HIGH would leave MEDIUM unreachable; a checkpoint
      ***** interval of zero would checkpoint on every record.
           if ws-prof-work-medium = 0
                   or ws-prof-work-medium > ws-prof-work-high
                   or ws-prof-work-ckpt = 0
               display "Profile thresholds out of range - ignored: "
                       prof-rec(1:50)
               exit section
           end-if

           move ws-prof-work-name to ws-prof-find-name
           perform find-profile
           evaluate true
               when ws-prof-found = 1
                   move ws-prof-work to ws-prof-entry(1)
               when ws-prof-found > 1
                   display "Duplicate profile ignored: " prof-rec(1:50)
               when ws-prof-num < 78-prof-max
                   add 1 to ws-prof-num
                   move ws-prof-work to ws-prof-entry(ws-prof-num)
               when other
                   display "Profile file has more than " 78-prof-max
                           " profiles - ignoring " prof-rec(1:40)
           end-evaluate
           .

       load-one-profile-map section.

      ***** MAP,pattern,name - the profile name is resolved once the
      ***** whole file is in (resolve-profile-maps), so MAP lines may
      ***** come before or after the PROFILE lines they name.
           move spaces to ws-profmap-pattern-in ws-profmap-name-in
           unstring prof-rec delimited by ","
               into ws-prof-kind-in
                    ws-profmap-pattern-in
                    ws-profmap-name-in
           end-unstring
           move function upper-case(ws-profmap-name-in)
               to ws-profmap-name-in
           if ws-profmap-pattern-in = spaces
                   or ws-profmap-pattern-in(61:40) not = spaces
                   or ws-profmap-name-in = spaces
                   or ws-profmap-name-in(21:10) not = spaces
               display "Profile map line not understood - ignored: "
                       prof-rec(1:50)
               exit section
           end-if
           if ws-profmap-num < 78-profmap-max
               add 1 to ws-profmap-num
               move ws-profmap-pattern-in
                   to ws-profmap-pattern(ws-profmap-num)
               move ws-profmap-name-in to ws-profmap-name(ws-profmap-num)
               move 0 to ws-profmap-prof(ws-profmap-num)
           else
               display "Profile file has more than " 78-profmap-max
                       " MAP lines - ignoring " prof-rec(1:40)
           end-if
           .

       check-profile-number section.

      ***** ws-prof-number-in must be blank (take the default) or an
      ***** unsigned whole number of up to nine digits.
           set prof-number-ok to true
           move 0 to ws-prof-number
           if ws-prof-number-in = spaces
               exit section
           end-if
           move 0 to ws-prof-number-len
           inspect ws-prof-number-in tallying ws-prof-number-len
               for characters before initial space
           if ws-prof-number-len = 0 or ws-prof-number-len > 9
               set prof-number-bad to true
               exit section
           end-if
           if ws-prof-number-in(1:ws-prof-number-len) is not numeric
                   or ws-prof-number-in(ws-prof-number-len + 1:)
                      not = spaces
               set prof-number-bad to true
               exit section
           end-if
           compute ws-prof-number =
               function numval(ws-prof-number-in(1:ws-prof-number-len))
           .

       find-profile section.

      ***** Look up the profile named ws-prof-find-name - ws-prof-found
      ***** is its entry, or 0 when no profile has that name.
           move 0 to ws-prof-found
           perform varying ws-prof-idx from 1 by 1
                   until ws-prof-idx > ws-prof-num or ws-prof-found > 0
               if ws-prof-name(ws-prof-idx) = ws-prof-find-name
                   move ws-prof-idx to ws-prof-found
               end-if
           end-perform
           .

       resolve-profile-maps section.

      ***** Tie each MAP line to its profile. A MAP naming a profile
      ***** that was never defined is reported and left unresolved, so
      ***** it never matches anything.
           perform varying ws-cnt3 from 1 by 1
                   until ws-cnt3 > ws-profmap-num
               move ws-profmap-name(ws-cnt3) to ws-prof-find-name
               perform find-profile
               move ws-prof-found to ws-profmap-prof(ws-cnt3)
               if ws-prof-found = 0
                   display "Profile map names unknown profile "
                           function trim(ws-profmap-name(ws-cnt3))
                           " - ignored: "
                           function trim(ws-profmap-pattern(ws-cnt3))
               end-if
           end-perform
           .

       select-profile section.

      ***** A new input file is starting - pick its profile (the first
      ***** MAP whose pattern matches its name, else DEFAULT), make that
      ***** profile's thresholds current, and load its signature list
      ***** and type catalog unless those very files are already in
      ***** memory, so a file list that is all one feed reads them once.
           move 1 to ws-prof-found
           set profile-not-mapped to true
           perform varying ws-prof-idx from 1 by 1
                   until ws-prof-idx > ws-profmap-num or profile-mapped
               if ws-profmap-prof(ws-prof-idx) > 0
                   move ws-profmap-pattern(ws-prof-idx) to ws-pat-text
                   move ws-infile to ws-pat-subject
                   perform match-file-pattern
                   if pattern-matched
                       move ws-profmap-prof(ws-prof-idx) to ws-prof-found
                       set profile-mapped to true
                   end-if
               end-if
           end-perform

           move ws-prof-name(ws-prof-found)   to ws-profile-name
           move ws-prof-gap(ws-prof-found)    to ws-gap-threshold
           move ws-prof-medium(ws-prof-found) to ws-severity-medium-thresh
           move ws-prof-high(ws-prof-found)   to ws-severity-high-thresh
           move ws-prof-ckpt(ws-prof-found)   to ws-ckpt-interval
           if ws-prof-sigfile(ws-prof-found) not = ws-sig-loaded-name
               move ws-prof-sigfile(ws-prof-found) to ws-sigfilename
                                                     ws-sig-loaded-name
               perform read-signatures
           end-if
           if ws-prof-catfile(ws-prof-found) not = ws-cat-loaded-name
               move ws-prof-catfile(ws-prof-found) to ws-typecatfilename
                                                     ws-cat-loaded-name
               perform read-typecatalog
           end-if
           if ws-profmap-num > 0
               display "   Profile " function trim(ws-profile-name)
                       " for " ws-infile(1:40)
           end-if
           .

       open-addridx section.

      ***** Open the cumulative cross-run address index for append, the
           move 0 to ws-no-of-dumps
           move space to ws-end-of-file-flag
           move 0 to ws-input-reccount
           move 0 to ws-bodychk-idx
           perform select-profile
           move ws-ckpt-interval to ws-ckpt-countdown
           set outfile-not-open to true
           perform select-suppressions

           accept ws-run-start-date from date yyyymmdd
           accept ws-run-start-time from time
           end-if
           perform process-record until end-of-file
           if outfile-is-open
               perform end-block-body
               compute ws-dump-blockcount = ws-control-num + ws-overflow-num
               if ws-control-num > 0
                   perform dump-memory-map
               else
                   move spaces to ws-severity
               end-if
               perform write-integrity-entries
               perform flush-addridx-stage
               perform write-audit-entry
               if corruption-detected
      ***** uses, quietly, before the real resumed input starts adding
      ***** to it, so no control block already sitting in the reopened
      ***** .txt goes missing from the eventual memory map, type
      ***** summary, or CSV. Body lines are replayed through the
      ***** eyecatcher checks the same way, so the blocks already
      ***** written keep their findings and the block still open at
      ***** the checkpoint carries on being checked from where it left
      ***** off. in-dump-rec holds the real next input record to
      ***** resume from, so it is saved and restored around this
      ***** replay; every replayed line passes through it in between.
           move in-dump-rec to ws-saved-dump-rec
           display "outfile" upon environment-name
           display ws-outfile upon environment-value
           perform check-status
           move 0 to ws-control-num
           move 0 to ws-overflow-num
           move 0 to ws-bodychk-idx
           set no-overflow to true
           set not-end-of-prior-dump to true
           perform read-prior-dump-line
                   tallying ws-cnt1 for all "-type "
                            ws-cnt2 for all "Address:"
                            ws-cnt3 for all "Length:"
               move out-dump-rec to in-dump-rec
               if ws-cnt1 > 0 and ws-cnt2 > 0 and ws-cnt3 > 0
                   perform end-block-body
                   if ws-control-num < 78-table-max
                       add 1 to ws-control-num
                       move in-dump-rec to ws-control-text(ws-control-num)
                       move space to ws-control-finding(ws-control-num)
                       perform begin-block-body
                   else
                       perform spill-overflow-block
                   end-if
               else
                   if ws-bodychk-idx > 0
                       perform track-body-line
                   end-if
               end-if
               perform read-prior-dump-line
           end-perform
                   read ckptfile
                   perform check-status
                   move ckpt-rec(1:3) to ws-summary-corrupt(ws-cnt4)
                   move ckpt-rec(5:20) to ws-summary-profile(ws-cnt4)
               end-perform
               set resuming-from-checkpoint to true
               close ckptfile
               perform check-status
               move spaces to ckpt-rec
               move ws-summary-corrupt(ws-cnt4) to ckpt-rec(1:3)
               move ws-summary-profile(ws-cnt4) to ckpt-rec(5:20)
               write ckpt-rec
               perform check-status
           end-perform
               subtract 1 from ws-ckpt-countdown
               if ws-ckpt-countdown <= 0
                   perform write-checkpoint
                   move ws-ckpt-interval to ws-ckpt-countdown
               end-if
           end-if
           .
       
           if in-dump-rec(1:21) = "Start of storage dump"
               if outfile-is-open
                   perform end-block-body
                   compute ws-dump-blockcount = ws-control-num + ws-overflow-num
                   if ws-control-num > 0
                       perform dump-memory-map
                   else
                       move spaces to ws-severity
                   end-if
                   perform write-integrity-entries
                   perform flush-addridx-stage
                   perform write-audit-entry
                   if corruption-detected
                        ws-cnt2 for all "Address:"
                        ws-cnt3 for all "Length:"
           if ws-cnt1 > 0 and ws-cnt2 > 0 and ws-cnt3 > 0
               perform end-block-body
               if ws-control-num < 78-table-max
                   add 1 to ws-control-num
                   move in-dump-rec to ws-control-text(ws-control-num)
                   move space to ws-control-finding(ws-control-num)
                   perform begin-block-body
               else
                   perform spill-overflow-block
               end-if
           else
               if ws-bodychk-idx > 0
                   perform track-body-line
               end-if
           end-if
       
           perform read-input-dump
           add 1 to ws-overflow-num
           .

       begin-block-body section.

      ***** A header line has just been added to ws-control-block-table
      ***** at ws-control-num - if the eyecatcher file has an entry for
      ***** its type, start watching the body lines that follow. The
      ***** type word is pulled out here with the parse warnings off,
      ***** since dump-memory-map parses the same line again later and
      ***** reports any problem with it then.
           move 0 to ws-bodychk-idx ws-bodychk-eye ws-bodychk-bytes
           if ws-eye-num = 0
               exit section
           end-if
           move ws-control-text(ws-control-num) to ws-scan-text
           set scan-warnings-off to true
           perform find-block-type
           set scan-warnings-on to true
           if ws-blk-type = spaces
               exit section
           end-if
           perform varying ws-cnt4 from 1 by 1 until ws-cnt4 > ws-eye-num
               if ws-eye-type(ws-cnt4) = ws-blk-type
                   move ws-cnt4 to ws-bodychk-eye
                   exit perform
               end-if
           end-perform
           if ws-bodychk-eye = 0
               exit section
           end-if
           move ws-control-num to ws-bodychk-idx
           move spaces to ws-bodychk-head-hex ws-bodychk-head-chr
                          ws-bodychk-fill-word
           set body-all-zero to true
           set body-all-ff to true
           set body-all-fill to true
           .

       track-body-line section.

      ***** Feed one body line of the block being watched through the
      ***** content checks: keep its bytes (hex and character column)
      ***** while still inside the head of the body, and knock out
      ***** each all-zero / all-x'FF' / repeating-fill possibility the
      ***** first time a byte disproves it.
           perform parse-body-line
           if ws-line-nbytes = 0
               exit section
           end-if
           perform varying ws-line-byte-pos from 1 by 1
                   until ws-line-byte-pos > ws-line-nbytes
               add 1 to ws-bodychk-bytes
               move ws-line-hex(ws-line-byte-pos * 2 - 1:2)
                   to ws-bodychk-byte
               if ws-bodychk-bytes <= 78-bodychk-head-max
                   move ws-bodychk-byte
                       to ws-bodychk-head-hex(ws-bodychk-bytes * 2 - 1:2)
                   if ws-line-charstart > 0
                           and ws-line-charstart + ws-line-byte-pos - 1
                               <= length of in-dump-rec
                       move in-dump-rec(ws-line-charstart
                                        + ws-line-byte-pos - 1:1)
                           to ws-bodychk-head-chr(ws-bodychk-bytes:1)
                   end-if
               end-if
               if ws-bodychk-byte not = "00"
                   set body-not-all-zero to true
               end-if
               if ws-bodychk-byte not = "FF"
                   set body-not-all-ff to true
               end-if
               if ws-bodychk-bytes <= 4
                   move ws-bodychk-byte
                       to ws-bodychk-fill-word(ws-bodychk-bytes * 2 - 1:2)
               else
                   compute ws-cnt4 =
                       function mod(ws-bodychk-bytes - 1, 4) * 2 + 1
                   if ws-bodychk-byte not = ws-bodychk-fill-word(ws-cnt4:2)
                       set body-not-all-fill to true
                   end-if
               end-if
           end-perform
           .

       end-block-body section.

      ***** The watched block's body has ended (next header, next dump,
      ***** or end of file) - judge it and leave the result in its
      ***** table entry's ws-control-finding for dump-memory-map to
      ***** report. The eyecatcher is judged first, then the content
      ***** rule; one finding per block is enough to send someone to
      ***** look at it. A repeating fill needs at least two whole fill
      ***** words before it counts as a fill at all.
           if ws-bodychk-idx = 0
               exit section
           end-if
           if ws-bodychk-bytes = 0
               move 0 to ws-bodychk-idx
               exit section
           end-if
           move space to ws-control-finding(ws-bodychk-idx)
           if ws-eye-len(ws-bodychk-eye) > 0
               if eye-is-hex(ws-bodychk-eye)
                   if ws-bodychk-bytes * 2 < ws-eye-len(ws-bodychk-eye)
                           or ws-bodychk-head-hex
                                  (1:ws-eye-len(ws-bodychk-eye))
                              not = ws-eye-text(ws-bodychk-eye)
                                  (1:ws-eye-len(ws-bodychk-eye))
                       move "E" to ws-control-finding(ws-bodychk-idx)
                   end-if
               else
                   if ws-bodychk-bytes < ws-eye-len(ws-bodychk-eye)
                           or ws-bodychk-head-chr
                                  (1:ws-eye-len(ws-bodychk-eye))
                              not = ws-eye-text(ws-bodychk-eye)
                                  (1:ws-eye-len(ws-bodychk-eye))
                       move "E" to ws-control-finding(ws-bodychk-idx)
                   end-if
               end-if
           end-if
           if ws-control-finding(ws-bodychk-idx) = space
               evaluate true
                   when ws-eye-rule(ws-bodychk-eye) = "NOTZERO"
                           and body-all-zero
                       move "Z" to ws-control-finding(ws-bodychk-idx)
                   when ws-eye-rule(ws-bodychk-eye) = "NOTFF"
                           and body-all-ff
                       move "F" to ws-control-finding(ws-bodychk-idx)
                   when ws-eye-rule(ws-bodychk-eye) = "NOTFILL"
                           and body-all-fill and ws-bodychk-bytes >= 8
                       move "R" to ws-control-finding(ws-bodychk-idx)
               end-evaluate
           end-if
           move 0 to ws-bodychk-idx
           .

       parse-body-line section.

      ***** Break the body line in in-dump-rec into its hex bytes (the
      ***** digit pairs of every all-hex word after the leading
      ***** address word) and the start of its character column (the
      ***** first word that is not all hex, past any "*" or "|"
      ***** delimiter). A line with no hex word after its address
      ***** carries no storage bytes and is skipped by the caller.
           move 0 to ws-line-nbytes ws-line-charstart
           move spaces to ws-line-hex
           move 1 to ws-line-pos
           perform skip-line-spaces
           if ws-line-pos > length of in-dump-rec
               exit section
           end-if
           perform measure-line-word

           set line-not-done to true
           perform until line-done
               perform skip-line-spaces
               if ws-line-pos > length of in-dump-rec
                   set line-done to true
               else
                   perform measure-line-word
                   perform check-hex-word
                   if word-is-hex
                       perform varying ws-cnt4 from ws-line-wordstart by 2
                               until ws-cnt4 >= ws-line-wordstart
                                                + ws-line-wordlen
                           if ws-line-nbytes < 78-line-bytes-max
                               add 1 to ws-line-nbytes
                               move function upper-case
                                        (in-dump-rec(ws-cnt4:2))
                                   to ws-line-hex(ws-line-nbytes * 2 - 1:2)
                           end-if
                       end-perform
                   else
                       if in-dump-rec(ws-line-wordstart:1) = "*"
                               or in-dump-rec(ws-line-wordstart:1) = "|"
                           compute ws-line-charstart = ws-line-wordstart + 1
                       else
                           move ws-line-wordstart to ws-line-charstart
                       end-if
                       set line-done to true
                   end-if
               end-if
           end-perform
           .

       skip-line-spaces section.

           perform until ws-line-pos > length of in-dump-rec
                   or in-dump-rec(ws-line-pos:1) not = space
               add 1 to ws-line-pos
           end-perform
           .

       measure-line-word section.

      ***** Note where the word at ws-line-pos starts and how long it
      ***** is, leaving ws-line-pos just past it.
           move ws-line-pos to ws-line-wordstart
           move 0 to ws-line-wordlen
           perform until ws-line-pos > length of in-dump-rec
                   or in-dump-rec(ws-line-pos:1) = space
               add 1 to ws-line-wordlen
               add 1 to ws-line-pos
           end-perform
           .

       check-hex-word section.

      ***** A storage word is an even number of hex digits and nothing
      ***** else.
           set word-is-hex to true
           if function mod(ws-line-wordlen, 2) not = 0
               set word-not-hex to true
               exit section
           end-if
           perform varying ws-cnt4 from ws-line-wordstart by 1
                   until ws-cnt4 >= ws-line-wordstart + ws-line-wordlen
               evaluate in-dump-rec(ws-cnt4:1)
                   when "0" thru "9"
                   when "A" thru "F"
                   when "a" thru "f"
                       continue
                   when other
                       set word-not-hex to true
               end-evaluate
           end-perform
           .

       gen-output-name section.

           initialize ws-base
           move 0 to ws-dump-reccount
           move 0 to ws-dump-sig-hits
           move 0 to ws-dump-range-violations
           move 0 to ws-dump-body-violations
           move 0 to ws-bodychk-idx
           set outfile-is-open to true
           display "   Writing Dump >> " ws-outfile(1:50)

           display ws-csvfilename upon environment-value
           open output csvdump
           perform check-status
           move "Address,Length,Type,Finding" to csv-rec
           write csv-rec
           perform check-status

           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-control-num
     ****** Check to see if this is possibly a corruption - against the
     ****** externally-supplied (or default) signature list
     ****** - a hit an approved-exception rule covers for this block
     ****** type is only annotated, not counted
               move 0 to ws-sig-hit ws-sig-supp-hit ws-sig-supp-rule
               move ws-control-type(ws-cnt1) to ws-blk-type
               perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-sig-num
                   move 0 to ws-cnt3
                   inspect ws-control-text(ws-cnt1)
                       tallying ws-cnt3 for all
                           ws-signature(ws-cnt2)(1:ws-signature-len(ws-cnt2))
                   if ws-cnt3 > 0
                       perform check-sig-suppression
                       if ws-supp-hit-rule > 0
                           add 1 to ws-sig-supp-hit
                           move ws-supp-hit-rule to ws-sig-supp-rule
                       else
                           add 1 to ws-sig-hit
                       end-if
                   end-if
               end-perform
               if ws-sig-hit > 0
                   perform check-status
                   set corruption-detected to true
                   add 1 to ws-dump-sig-hits
               else
                   if ws-sig-supp-hit > 0
                       move ws-sig-supp-rule to ws-supp-hit-rule
                       move "NEXT BLOCK MAY BE CORRUPTED" to ws-marker-text
                       perform write-suppressed-marker
                   end-if
               end-if

     ****** Check the Address:/Length: range against the next block's
     ****** table is sorted into true address order
               compute ws-this-endaddr =
                   ws-control-parsed-addr(ws-cnt1) + ws-control-length(ws-cnt1)
     ****** - again unless an approved-exception rule covers this pair
     ****** of block types for this size of gap or overlap
               if ws-cnt1 < ws-control-num
                   move ws-control-parsed-addr(ws-cnt1 + 1) to ws-next-addr
                   move ws-control-type(ws-cnt1)     to ws-range-type1
                   move ws-control-type(ws-cnt1 + 1) to ws-range-type2
                   if ws-next-addr < ws-this-endaddr
                       move "OVERLAP" to ws-range-kind
                       compute ws-range-size = ws-this-endaddr - ws-next-addr
                       perform check-range-suppression
                       if ws-supp-hit-rule > 0
                           move "ADDRESS RANGE OVERLAPS NEXT BLOCK"
                               to ws-marker-text
                           perform write-suppressed-marker
                       else
                           write out-dump-rec from
                             "     ------- > ADDRESS RANGE OVERLAPS NEXT BLOCK"
                           perform check-status
                           set corruption-detected to true
                           add 1 to ws-dump-range-violations
                       end-if
                   else
                       compute ws-gap-size = ws-next-addr - ws-this-endaddr
                       if ws-gap-size > ws-gap-threshold
                           move "GAP" to ws-range-kind
                           move ws-gap-size to ws-range-size
                           perform check-range-suppression
                           if ws-supp-hit-rule > 0
                               move "SUSPICIOUS GAP BEFORE NEXT BLOCK"
                                   to ws-marker-text
                               perform write-suppressed-marker
                           else
                               write out-dump-rec from
                                 "     ------- > SUSPICIOUS GAP BEFORE NEXT BLOCK"
                               perform check-status
                               set corruption-detected to true
                               add 1 to ws-dump-range-violations
                           end-if
                       end-if
                   end-if
               end-if

     ****** Report what the body checks found inside this block while
     ****** it was being split (see end-block-body)
               move spaces to ws-finding-text
               evaluate ws-control-finding(ws-cnt1)
                   when "E"
                       write out-dump-rec from
                         "     ------- > NEXT BLOCK EYECATCHER MISMATCH"
                       move "EYECATCHER-MISMATCH" to ws-finding-text
                   when "Z"
                       write out-dump-rec from
                         "     ------- > NEXT BLOCK BODY IS ALL ZEROS"
                       move "ALL-ZEROS" to ws-finding-text
                   when "F"
                       write out-dump-rec from
                         "     ------- > NEXT BLOCK BODY IS ALL X'FF'"
                       move "ALL-FF" to ws-finding-text
                   when "R"
                       write out-dump-rec from
                         "     ------- > NEXT BLOCK BODY IS REPEATING FILL"
                       move "REPEATING-FILL" to ws-finding-text
               end-evaluate
               if ws-finding-text not = spaces
                   perform check-status
                   set corruption-detected to true
                   add 1 to ws-dump-body-violations
               end-if

               move ws-control-text(ws-cnt1) to out-dump-rec
               write out-dump-rec
               perform check-status
                      function trim(ws-csv-length-disp) delimited by size
                      ","                                  delimited by size
                      ws-control-type(ws-cnt1)             delimited by space
                      ","                                  delimited by size
                      ws-finding-text                      delimited by space
                   into csv-rec
               end-string
               write csv-rec
           move space to ws-end-of-ovflw-flag
           perform read-overflow-block
           perform until end-of-ovflw
               move ovflw-rec to ws-scan-text
               perform find-block-type
               perform find-block-range

               move 0 to ws-sig-hit ws-sig-supp-hit ws-sig-supp-rule
               perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-sig-num
                   move 0 to ws-cnt3
                   inspect ovflw-rec
                       tallying ws-cnt3 for all
                           ws-signature(ws-cnt2)(1:ws-signature-len(ws-cnt2))
                   if ws-cnt3 > 0
                       perform check-sig-suppression
                       if ws-supp-hit-rule > 0
                           add 1 to ws-sig-supp-hit
                           move ws-supp-hit-rule to ws-sig-supp-rule
                       else
                           add 1 to ws-sig-hit
                       end-if
                   end-if
               end-perform
               if ws-sig-hit > 0
                   perform check-status
                   set corruption-detected to true
                   add 1 to ws-dump-sig-hits
               else
                   if ws-sig-supp-hit > 0
                       move ws-sig-supp-rule to ws-supp-hit-rule
                       move "NEXT BLOCK MAY BE CORRUPTED" to ws-marker-text
                       perform write-suppressed-marker
                   end-if
               end-if

               move ovflw-rec to out-dump-rec
               write out-dump-rec
               perform check-status
               move ws-blk-addr   to ws-csv-addr-disp
               move ws-blk-length to ws-csv-length-disp
               move spaces to csv-rec
                      function trim(ws-csv-length-disp) delimited by size
                      ","                                  delimited by size
                      ws-blk-type                          delimited by space
                      ","                                  delimited by size
                   into csv-rec
               end-string
               write csv-rec
           end-perform
           .

       check-sig-suppression section.

      ***** Is the hit of signature ws-cnt2 on a block of type
      ***** ws-blk-type covered by a live rule for this input file?
      ***** ws-supp-hit-rule comes back as the rule's table entry, or 0.
           move 0 to ws-supp-hit-rule
           perform varying ws-supp-idx from 1 by 1
                   until ws-supp-idx > ws-supp-num or ws-supp-hit-rule > 0
               if supp-applies-here(ws-supp-idx)
                       and supp-is-signature(ws-supp-idx)
                       and ws-supp-type(ws-supp-idx) = ws-blk-type
                       and ws-supp-text(ws-supp-idx)
                           = ws-signature(ws-cnt2)
                   move ws-supp-idx to ws-supp-hit-rule
                   add 1 to ws-supp-fired(ws-supp-idx)
               end-if
           end-perform
           .

       check-range-suppression section.

      ***** Is a ws-range-kind (GAP or OVERLAP) of ws-range-size bytes
      ***** between a ws-range-type1 block and the ws-range-type2 block
      ***** after it covered by a live rule for this input file?
           move 0 to ws-supp-hit-rule
           perform varying ws-supp-idx from 1 by 1
                   until ws-supp-idx > ws-supp-num or ws-supp-hit-rule > 0
               if supp-applies-here(ws-supp-idx)
                       and ws-supp-kind(ws-supp-idx) = ws-range-kind
                       and ws-supp-text(ws-supp-idx) = ws-range-type1
                       and ws-supp-type(ws-supp-idx) = ws-range-type2
                       and ws-range-size <= ws-supp-tolerance(ws-supp-idx)
                   move ws-supp-idx to ws-supp-hit-rule
                   add 1 to ws-supp-fired(ws-supp-idx)
               end-if
           end-perform
           .

       write-suppressed-marker section.

      ***** The memory-map marker ws-marker-text, annotated with the
      ***** rule (table entry ws-supp-hit-rule) that suppressed it.
           move ws-supp-ruleno(ws-supp-hit-rule) to ws-supp-ruleno-disp
           move spaces to out-dump-rec
           string "     ------- > "            delimited by size
                  function trim(ws-marker-text) delimited by size
                  " - SUPPRESSED BY RULE "     delimited by size
                  ws-supp-ruleno-disp          delimited by size
               into out-dump-rec
           end-string
           write out-dump-rec
           perform check-status
           .

       rename-corrupt-dump section.
      ***** Think there could be Shared Memory Corruption so rename Dump to make it visable.
           move spaces to ws-rename-filename
                                        ws-csv-rename-filename
           .

       write-integrity-entries section.

      ***** Integrity manifest rows for the .txt and .csv of the dump
      ***** that just closed, under whatever name rename-corrupt-dump
      ***** left them with.
           if corruption-detected
               move ws-rename-filename to ws-sumfilename
           else
               move ws-outfile to ws-sumfilename
           end-if
           perform write-integrity-entry
           if corruption-detected
               move ws-csv-rename-filename to ws-sumfilename
           else
               move ws-csvfilename to ws-sumfilename
           end-if
           perform write-integrity-entry
           .

       write-integrity-entry section.

      ***** Checksum ws-sumfilename as it now sits on disk and append
      ***** its row to the manifest, EXTEND with the same file-not-found
      ***** fallback as the audit log.
           perform compute-file-checksum

           accept ws-integ-date from date yyyymmdd
           accept ws-integ-time from time
           move spaces to ws-integ-ts
           string ws-integ-date delimited by size
                  "-"           delimited by size
                  ws-integ-time delimited by size
               into ws-integ-ts
           end-string
           move ws-sum-bytes   to ws-sum-bytes-disp
           move ws-sum-records to ws-sum-records-disp

           display "integfilename" upon environment-name
           display ws-integfilename upon environment-value
           open extend integfile
           if fs-stat = "35"
               open output integfile
           end-if
           if fs-stat not = "00"
               perform check-status
           end-if
           move spaces to integ-rec
           string ws-integ-ts                         delimited by size
                  ","                                  delimited by size
                  ws-sumfilename                       delimited by space
                  ","                                  delimited by size
                  ws-sum-checksum                      delimited by size
                  ","                                  delimited by size
                  function trim(ws-sum-bytes-disp)     delimited by size
                  ","                                  delimited by size
                  function trim(ws-sum-records-disp)   delimited by size
               into integ-rec
           end-string
           write integ-rec
           perform check-status
           close integfile
           perform check-status
           .

       compute-file-checksum section.

      ***** Adler-32, byte count and line count of ws-sumfilename, read
      ***** a byte at a time. A last line without its newline still
      ***** counts as a record.
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

       classify-severity section.

      ***** Score the dump that just closed by how many signature hits,
      ***** address-range violations and block body findings it racked
      ***** up (ws-dump-sig-hits/ws-dump-range-violations/
      ***** ws-dump-body-violations, tallied as dump-memory-map ran),
      ***** and bucket the total into LOW/MEDIUM/HIGH. Only called when
      ***** corruption-detected is true, so even a single hit is worth
      ***** at least a LOW entry.
           compute ws-cnt1 = ws-dump-sig-hits + ws-dump-range-violations
                           + ws-dump-body-violations
           if ws-cnt1 >= ws-severity-high-thresh
               move "HIGH" to ws-severity
           else
               if ws-cnt1 >= ws-severity-medium-thresh
                   move "MEDIUM" to ws-severity
               else
                   move "LOW" to ws-severity
      ***** actual output filename it ended up with (the renamed
      ***** "-CORRUPTION-DETECTED" name when rename-corrupt-dump fired,
      ***** otherwise ws-outfile as generated), this dump's sequence
      ***** number within the input file, its corruption flag and
      ***** severity, and the profile the input file ran under. The
      ***** log is opened EXTEND so it grows across runs; the first
      ***** run on a machine gets FILE STATUS 35 (file not found) on
      ***** that OPEN, so we fall back to OPEN OUTPUT to create it.
                  ws-audit-corrupt-disp                   delimited by size
                  ","                                    delimited by size
                  ws-severity                             delimited by space
                  ","                                    delimited by size
                  ws-profile-name                         delimited by space
               into audit-rec
           end-string
           write audit-rec
               else
                   move "NO " to ws-summary-corrupt(ws-summary-num)
               end-if
               move ws-profile-name to ws-summary-profile(ws-summary-num)
           end-if
           .

           open output summaryrpt
           perform check-status

           move "Output File,Record Count,Control Block Count,Corruption Detected,Profile"
               to summary-out-rec
           write summary-out-rec
           perform check-status
                      function trim(ws-summary-blockcount-disp) delimited by size
                      ","                                      delimited by size
                      ws-summary-corrupt(ws-cnt1)               delimited by size
                      ","                                      delimited by size
                      ws-summary-profile(ws-cnt1)               delimited by space
                   into summary-out-rec
               end-string
               write summary-out-rec
               perform check-status
           end-perform

           if ws-supp-num > 0
               perform write-suppressed-summary
           end-if

           close summaryrpt
           perform check-status
           .

       write-suppressed-summary section.

      ***** Suppressed-findings section of the summary report - every
      ***** approved-exception rule loaded, with how many findings it
      ***** suppressed this run, then a warning line for each expired
      ***** rule that was therefore not applied.
           write summary-out-rec from " "
           perform check-status
           move "Suppressed Findings" to summary-out-rec
           write summary-out-rec
           perform check-status
           move "Rule,Approver,Expires,Kind,Detail,Times Fired"
               to summary-out-rec
           write summary-out-rec
           perform check-status

           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-supp-num
               if supp-active(ws-cnt1)
                   move ws-supp-ruleno(ws-cnt1) to ws-supp-ruleno-disp
                   move ws-supp-fired(ws-cnt1)  to ws-supp-fired-disp
                   move ws-supp-tolerance(ws-cnt1) to ws-csv-length-disp
                   move spaces to summary-out-rec
                   move 1 to ws-cnt2
                   string ws-supp-ruleno-disp         delimited by size
                          ","                         delimited by size
                          ws-supp-approver(ws-cnt1)   delimited by space
                          ","                         delimited by size
                          ws-supp-expiry(ws-cnt1)     delimited by size
                          ","                         delimited by size
                          ws-supp-kind(ws-cnt1)       delimited by space
                          ","                         delimited by size
                       into summary-out-rec
                       with pointer ws-cnt2
                   end-string
                   if supp-is-signature(ws-cnt1)
                       string function trim(ws-supp-text(ws-cnt1))
                                                         delimited by size
                              " on "                     delimited by size
                              ws-supp-type(ws-cnt1)      delimited by space
                           into summary-out-rec
                           with pointer ws-cnt2
                       end-string
                   else
                       string ws-supp-text(ws-cnt1)      delimited by space
                              " to "                     delimited by size
                              ws-supp-type(ws-cnt1)      delimited by space
                              " within "                 delimited by size
                              function trim(ws-csv-length-disp)
                                                         delimited by size
                              " bytes"                   delimited by size
                           into summary-out-rec
                           with pointer ws-cnt2
                       end-string
                   end-if
                   if ws-supp-pattern(ws-cnt1) not = spaces
                       string " for "                    delimited by size
                              ws-supp-pattern(ws-cnt1)   delimited by space
                           into summary-out-rec
                           with pointer ws-cnt2
                       end-string
                   end-if
                   string ","                            delimited by size
                          function trim(ws-supp-fired-disp)
                                                         delimited by size
                       into summary-out-rec
                       with pointer ws-cnt2
                   end-string
                   write summary-out-rec
                   perform check-status
               end-if
           end-perform

           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-supp-num
               if supp-expired(ws-cnt1)
                   move ws-supp-ruleno(ws-cnt1) to ws-supp-ruleno-disp
                   move spaces to summary-out-rec
                   string "WARNING: rule "           delimited by size
                          ws-supp-ruleno-disp        delimited by size
                          " approved by "            delimited by size
                          ws-supp-approver(ws-cnt1)  delimited by space
                          " expired "                delimited by size
                          ws-supp-expiry(ws-cnt1)    delimited by size
                          " - not applied"           delimited by size
                       into summary-out-rec
                   end-string
                   write summary-out-rec
                   perform check-status
               end-if
           end-perform
           .

       end program ESDumpSplitter.
