      $set sourceformat"variable"
       identification division.
       program-id. ESDumpRedact.

      ***** Produce a sanitised copy of one or more split ESDumpSplitter
      ***** .txt dumps, fit to be sent outside the building (a vendor
      ***** case, say), by masking customer data out of the storage
      ***** body lines. The files are named the same way ESDumpMerge
      ***** and ESDumpScan take them - one or more filenames and/or
      ***** @listfile words. What to mask comes from a masking-rules
      ***** control file (ESDSPLIT.REDACT.RULES), one rule per line:
      *****
      *****   ruleid,kind,value
      *****
      ***** where kind is one of
      *****
      *****   PATTERN    a character pattern, position for position -
      *****              9 any digit, A any letter, X any character,
      *****              anything else itself - so 9999999999999999
      *****              is a 16-digit run such as a card number
      *****   LITERAL    an exact string in the character column, or
      *****              with a 0x prefix an exact run of hex bytes
      *****   BLOCKTYPE  every body byte of every block of that -type
      *****
      ***** and a line starting "*" or a blank is a comment. Each match
      ***** is overwritten in both columns of the body lines - the hex
      ***** bytes become 00 and their characters become "#" - so
      ***** neither copy of the data survives. The body lines of each
      ***** control block are gathered up before the rules are run
      ***** over them as one byte stream, so a card number that wraps
      ***** from one line onto the next is still caught.
      *****
      ***** Everything that is not a storage body line goes through
      ***** byte-for-byte: the "Start of storage dump" header, every
      ***** control-block header line, and everything from the "Control
      ***** Block Map" line to the end of the file. Body lines are read
      ***** the way ESDumpScan and ESDumpFormat read them - the first
      ***** word is the line's address, then words of hex digits, then
      ***** optionally the character column behind a "*" or "|".
      *****
      ***** Output for x.txt is x-REDACTED.txt, with its paired .csv
      ***** copied alongside as x-REDACTED.csv (the .csv carries no
      ***** storage content). The redaction log (ESDSPLIT.REDACT.LOG) is
      ***** appended to with one section per dump: the masks applied
      ***** and bytes masked by each rule and by each block type, for
      ***** security to sign off before the copy leaves. With no rules
      ***** file at all nothing is written - a "-REDACTED" copy with
      ***** nothing masked would be worse than no copy.

       environment division.
       configuration section.
       file-control.
           select inputdump  assign to ws-infile
           organization line sequential
           file status is fs-stat.

           select outputdump assign to ws-outfile
           organization line sequential
           file status is fs-stat.

           select optional csvdump assign to ws-csvfilename
           organization line sequential
           file status is fs-stat.

           select csvcopy    assign to ws-csvoutname
           organization line sequential
           file status is fs-stat.

           select optional rulesfile assign to ws-rulesfilename
           organization line sequential
           file status is fs-stat.

           select redactlog  assign to ws-redactlogname
           organization line sequential
           file status is fs-stat.

           select filelistdump assign to ws-filelistname
           organization line sequential
           file status is fs-stat.

           select listsrcdump assign to ws-listsrcname
           organization line sequential
           file status is fs-stat.

       data division.
       file section.
       fd  inputdump.
       01  in-dump-rec                pic x(255).

       fd  outputdump.
       01  out-dump-rec               pic x(255).

       fd  csvdump.
       01  csv-rec                    pic x(255).

       fd  csvcopy.
       01  csv-out-rec                pic x(255).

       fd  rulesfile.
       01  rules-rec                  pic x(255).

       fd  redactlog.
       01  redact-log-rec             pic x(300).

       fd  filelistdump.
       01  fl-dump-rec                pic x(255).

       fd  listsrcdump.
       01  ls-dump-rec                pic x(255).

       working-storage section.
       01  fs-stat                 pic xx.
       01  fs-stat2    redefines fs-stat.
           03  fs-char1            pic x.
           03  fs-char2            pic x comp-x.
       01  fs-disp                 pic 999.

       01  ws-infile               pic x(255).
       01  ws-outfile              pic x(255).
       01  ws-csvfilename          pic x(255).
       01  ws-csvoutname           pic x(255).
       01  ws-rulesfilename        pic x(255) value "ESDSPLIT.REDACT.RULES".
       01  ws-redactlogname        pic x(255) value "ESDSPLIT.REDACT.LOG".
       01  ws-filelistname         pic x(255) value "ESDREDACT.FILELIST.TMP".
       01  ws-listsrcname          pic x(255).

       01  ws-cmdline              pic x(2000).
       01  ws-cmd-pos              pic s9(9) comp-5.
       01  ws-cmd-tok-len          pic s9(9) comp-5.
       01  ws-cmd-token            pic x(255).

       01  ws-end-of-file-flag     pic x   value space.
           88  not-end-of-file             value space.
           88  end-of-file                  value "1".
       01  ws-end-of-csv-flag      pic x   value space.
           88  not-end-of-csv              value space.
           88  end-of-csv                   value "1".
       01  ws-end-of-rules-flag    pic x   value space.
           88  not-end-of-rules            value space.
           88  end-of-rules                 value "1".
       01  ws-end-of-filelist-flag pic x   value space.
           88  not-end-of-filelist         value space.
           88  end-of-filelist              value "1".
       01  ws-end-of-listsrc-flag  pic x   value space.
           88  not-end-of-listsrc          value space.
           88  end-of-listsrc               value "1".
       01  ws-in-map-flag          pic x   value space.
           88  not-in-map                  value space.
           88  in-map                       value "1".

      ***** The masking rules, with what each has done to the dump in
      ***** hand and to the whole run.
       78  78-rule-max             value 500.
       01  ws-rule-num             pic s9(9) comp-5 value 0.
       01  ws-rule-table.
           03  ws-rule-entry       occurs 1 to 78-rule-max
                                     depending on ws-rule-num.
               05  ws-rule-id          pic x(10).
               05  ws-rule-kind        pic x(9).
                   88  rule-is-pattern         value "PATTERN".
                   88  rule-is-literal         value "LITERAL".
                   88  rule-is-blocktype       value "BLOCKTYPE".
               05  ws-rule-value       pic x(60).
               05  ws-rule-len         pic s9(4) comp-5.
               05  ws-rule-hex-flag    pic x.
                   88  rule-value-is-hex       value "1".
                   88  rule-value-is-text      value space.
               05  ws-rule-file-masks  pic 9(9).
               05  ws-rule-file-bytes  pic 9(9).
               05  ws-rule-run-masks   pic 9(9).
               05  ws-rule-run-bytes   pic 9(9).
       01  ws-rule-kind-in         pic x(30).
       01  ws-rule-value-in        pic x(80).

      ***** The body lines of the control block being read, held back
      ***** until the block ends so the rules can see its whole body
      ***** at once. A block with more body lines than the buffer
      ***** holds is masked and written a buffer at a time; only a
      ***** match straddling the join between two buffer loads can be
      ***** missed that way, and a BLOCKTYPE rule is unaffected.
       78  78-buf-max              value 2000.
       78  78-line-bytes-max       value 64.
       01  ws-buf-num              pic s9(9) comp-5 value 0.
       01  ws-buf-table.
           03  ws-buf-entry        occurs 1 to 78-buf-max
                                     depending on ws-buf-num.
               05  ws-buf-text         pic x(255).
               05  ws-buf-nbytes       pic s9(4) comp-5.
               05  ws-buf-charstart    pic s9(4) comp-5.
               05  ws-buf-charend      pic s9(4) comp-5.
               05  ws-buf-hexpos       pic s9(4) comp-5
                                         occurs 78-line-bytes-max.
       01  ws-cur-blk-type         pic x(30).

      ***** The buffered body as one byte stream: each byte's character
      ***** and hex pair, where it came from, and whether a rule has
      ***** claimed it.
       78  78-stream-max           value 128000.
       01  ws-stream-num           pic s9(9) comp-5 value 0.
       01  ws-stream-chr           pic x(128000).
       01  ws-stream-hex           pic x(256000).
       01  ws-stream-mask          pic x(128000).
       01  ws-stream-map-table.
           03  ws-stream-map       occurs 1 to 78-stream-max
                                     depending on ws-stream-num.
               05  ws-stream-line      pic s9(4) comp-5.
               05  ws-stream-byte      pic s9(4) comp-5.

       01  ws-match-pos            pic s9(9) comp-5.
       01  ws-match-len            pic s9(9) comp-5.
       01  ws-match-flag           pic x.
           88  match-found                 value "1".
           88  match-not-found             value space.
       01  ws-match-chr            pic x.
       01  ws-match-pic            pic x.

      ***** Body line parsing scratch.
       01  ws-line-nbytes          pic s9(4) comp-5.
       01  ws-line-charstart       pic s9(4) comp-5.
       01  ws-line-charend         pic s9(4) comp-5.
       01  ws-line-pos             pic s9(4) comp-5.
       01  ws-line-wordstart       pic s9(4) comp-5.
       01  ws-line-wordlen         pic s9(4) comp-5.
       01  ws-line-hexword-flag    pic x.
           88  word-is-hex                 value "1".
           88  word-not-hex                value space.
       01  ws-line-done-flag       pic x.
           88  line-not-done               value space.
           88  line-done                    value "1".

      ***** Header-line type parsing - the same first-10-words window
      ***** as ESDumpSplitter's find-block-type.
       01  ws-scan-text            pic x(255).
       01  ws-text1                pic x(30).
       01  ws-text2                pic x(30).
       01  ws-text3                pic x(30).
       01  ws-text4                pic x(30).
       01  ws-text5                pic x(30).
       01  ws-text6                pic x(30).
       01  ws-text7                pic x(30).
       01  ws-text8                pic x(30).
       01  ws-text9                pic x(30).
       01  ws-text10               pic x(30).
       01  ws-body-token           pic x(30).

       01  ws-addrlen-value        pic 9(10).
       01  ws-hex-digits           pic x(30).
       01  ws-hex-digit-len        pic s9(4) comp-5.
       01  ws-hex-pos              pic s9(4) comp-5.
       01  ws-hex-onechar          pic x.
       01  ws-hex-digit-val        pic s9(4) comp-5.
       01  ws-hex-accum            pic s9(18) comp-5.

       01  ws-cnt1                 pic s9(9) comp-5.
       01  ws-cnt2                 pic s9(9) comp-5.
       01  ws-cnt3                 pic s9(9) comp-5.
       01  ws-cnt4                 pic s9(9) comp-5.

      ***** Per-block-type mask counts for the dump in hand.
       78  78-type-max             value 2000.
       01  ws-type-num             pic s9(9) comp-5 value 0.
       01  ws-type-table.
           03  ws-type-entry       occurs 1 to 78-type-max
                                     depending on ws-type-num.
               05  ws-type-name        pic x(30).
               05  ws-type-masks       pic 9(9).
               05  ws-type-bytes       pic 9(9).

       01  ws-file-masks           pic 9(9) value 0.
       01  ws-file-bytes           pic 9(9) value 0.
       01  ws-file-count           binary-long value 0.
       01  ws-skip-count           binary-long value 0.
       01  ws-txt-count            pic s9(9) comp-5.
       01  ws-file-skip-flag       pic x   value space.
           88  file-redacted               value space.
           88  file-skipped                value "1".
       01  ws-total-masks          binary-long value 0.
       01  ws-masks-disp           pic z(8)9.
       01  ws-bytes-disp           pic z(8)9.

       01  ws-log-date             pic 9(8).
       01  ws-log-time             pic 9(8).
       01  ws-log-ts               pic x(17).

       procedure division.

           accept ws-cmdline from command-line
           if ws-cmdline = spaces or ws-cmdline = "?"
               display "Usage : ESDumpRedact filename ..."
               display "      For example:-"
               display "        ESDumpRedact a+01-09-2026+10-14-58.txt"
               display "        ESDumpRedact @vendorcase.lst"
               display "Writes a masked copy of each split .txt dump"
               display "(and its .csv) as name-REDACTED.txt, masking"
               display "the body lines by the rules in"
               display "ESDSPLIT.REDACT.RULES - lines of"
               display "   ruleid,PATTERN|LITERAL|BLOCKTYPE,value"
               display "Masks applied per rule and per block type are"
               display "appended to ESDSPLIT.REDACT.LOG. A name with no"
               display ".txt is not a split dump and is skipped, and the"
               display "run then ends with return code 8."
               stop run
           end-if

           perform load-rules
           if ws-rule-num = 0
               display "No masking rules loaded from "
                       ws-rulesfilename(1:40)
               display "Nothing redacted - no output written."
               move 8 to return-code
               stop run
           end-if

           display "filelistname" upon environment-name
           display ws-filelistname upon environment-value
           open output filelistdump
           perform check-status
           move 1 to ws-cmd-pos
           perform until ws-cmd-pos > length of ws-cmdline
               perform extract-cmdline-token
               if ws-cmd-token not = spaces
                   perform expand-cmdline-token
               end-if
           end-perform
           close filelistdump
           perform check-status

           display "filelistname" upon environment-name
           display ws-filelistname upon environment-value
           open input filelistdump
           perform check-status
           move space to ws-end-of-filelist-flag
           perform read-filelist-entry
           perform until end-of-filelist
               move fl-dump-rec to ws-infile
               perform redact-one-dumpfile
               if file-redacted
                   add 1 to ws-file-count
               end-if
               perform read-filelist-entry
           end-perform
           close filelistdump
           perform check-status
           call "CBL_DELETE_FILE" using ws-filelistname

           move ws-file-count to ws-masks-disp
           display "Files redacted = " function trim(ws-masks-disp)
           move ws-total-masks to ws-masks-disp
           display "Masks applied  = " function trim(ws-masks-disp)
           if ws-skip-count > 0
               move ws-skip-count to ws-masks-disp
               display "Files skipped  = " function trim(ws-masks-disp)
               move 8 to return-code
           end-if

           goback.

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

       expand-cmdline-token section.

           if ws-cmd-token(1:1) = "@"
               move ws-cmd-token(2:254) to ws-listsrcname
               perform copy-listsrc-to-filelist
           else
               move ws-cmd-token to fl-dump-rec
               write fl-dump-rec
               perform check-status
           end-if
           .

       copy-listsrc-to-filelist section.

           move space to ws-end-of-listsrc-flag
           display "listsrcname" upon environment-name
           display ws-listsrcname upon environment-value
           open input listsrcdump
           perform check-status
           perform read-listsrc-entry
           perform until end-of-listsrc
               if ls-dump-rec not = spaces
                   move ls-dump-rec to fl-dump-rec
                   write fl-dump-rec
                   perform check-status
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

       read-filelist-entry section.

           read filelistdump
               at end set end-of-filelist to true
                      exit section
           end-read
           perform check-status
           .

       load-rules section.

           move 0 to ws-rule-num
           display "rulesfilename" upon environment-name
           display ws-rulesfilename upon environment-value
           move space to ws-end-of-rules-flag
           open input rulesfile
           if fs-stat = "05"
               close rulesfile
               exit section
           end-if
           perform check-status
           perform read-rules-entry
           perform until end-of-rules
               if rules-rec not = spaces
                       and rules-rec(1:1) not = space
                       and rules-rec(1:1) not = "*"
                   if ws-rule-num < 78-rule-max
                       perform load-one-rule
                   else
                       display "Rules file has more than " 78-rule-max
                               " rules - ignoring " rules-rec(1:40)
                   end-if
               end-if
               perform read-rules-entry
           end-perform
           close rulesfile
           perform check-status
           .

       read-rules-entry section.

           read rulesfile
               at end set end-of-rules to true
                      exit section
           end-read
           perform check-status
           .

       load-one-rule section.

      ***** ruleid,kind,value. The value's length runs to its last
      ***** non-blank character, so a pattern or literal may carry
      ***** embedded blanks. A 0x LITERAL is held as upper-case hex
      ***** digits and its length counted in bytes. A rule that cannot
      ***** be understood is reported and dropped - guessing at a
      ***** masking rule is how data gets out.
           add 1 to ws-rule-num
           move spaces to ws-rule-id(ws-rule-num) ws-rule-value(ws-rule-num)
                          ws-rule-kind-in ws-rule-value-in
           move 0 to ws-rule-file-masks(ws-rule-num)
                     ws-rule-file-bytes(ws-rule-num)
                     ws-rule-run-masks(ws-rule-num)
                     ws-rule-run-bytes(ws-rule-num)
           set rule-value-is-text(ws-rule-num) to true
           unstring rules-rec delimited by ","
               into ws-rule-id(ws-rule-num) ws-rule-kind-in
                    ws-rule-value-in
           end-unstring
           move function upper-case(ws-rule-kind-in) to ws-rule-kind-in
           move ws-rule-kind-in to ws-rule-kind(ws-rule-num)

           if rule-is-literal(ws-rule-num)
                   and (ws-rule-value-in(1:2) = "0x"
                        or ws-rule-value-in(1:2) = "0X")
               set rule-value-is-hex(ws-rule-num) to true
               move function upper-case(ws-rule-value-in(3:60))
                   to ws-rule-value(ws-rule-num)
           else
               move ws-rule-value-in to ws-rule-value(ws-rule-num)
           end-if

           move 0 to ws-cnt2
           perform varying ws-cnt1 from length of ws-rule-value by -1
                   until ws-cnt1 < 1 or ws-cnt2 > 0
               if ws-rule-value(ws-rule-num)(ws-cnt1:1) not = space
                   move ws-cnt1 to ws-cnt2
               end-if
           end-perform
           move ws-cnt2 to ws-rule-len(ws-rule-num)

           if not rule-is-pattern(ws-rule-num)
                   and not rule-is-literal(ws-rule-num)
                   and not rule-is-blocktype(ws-rule-num)
               display "Unknown rule kind - rule ignored: " rules-rec(1:50)
               subtract 1 from ws-rule-num
               exit section
           end-if
           if ws-rule-len(ws-rule-num) = 0
               display "Rule with no value ignored: " rules-rec(1:50)
               subtract 1 from ws-rule-num
               exit section
           end-if
           if rule-value-is-hex(ws-rule-num)
               if function mod(ws-rule-len(ws-rule-num), 2) not = 0
                   display "Odd-length hex literal ignored: "
                           rules-rec(1:50)
                   subtract 1 from ws-rule-num
                   exit section
               end-if
               divide 2 into ws-rule-len(ws-rule-num)
           end-if
           .

       redact-one-dumpfile section.

      ***** Copy one split dump to its -REDACTED name. Header lines and
      ***** the trailing Control Block Map go straight through; the
      ***** body lines between headers are gathered and masked a block
      ***** at a time by flush-block.
      ***** The output names are derived from the ".txt" in the input
      ***** name - without one the derived name would be the input name
      ***** itself, and opening it for output would destroy the very
      ***** dump being redacted, so such a file is refused outright.
           set file-redacted to true
           move 0 to ws-txt-count
           inspect ws-infile tallying ws-txt-count for all ".txt"
           if ws-txt-count = 0
               display "   " function trim(ws-infile)
                       " not a split .txt dump - skipped"
               set file-skipped to true
               add 1 to ws-skip-count
               exit section
           end-if
           move spaces to ws-outfile
           string ws-infile     delimited by ".txt"
                  "-REDACTED.txt" delimited by size
               into ws-outfile
           end-string
           if ws-outfile = ws-infile
               display "   " function trim(ws-infile)
                       " output name would overwrite it - skipped"
               set file-skipped to true
               add 1 to ws-skip-count
               exit section
           end-if
           move 0 to ws-type-num ws-file-masks ws-file-bytes ws-buf-num
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-rule-num
               move 0 to ws-rule-file-masks(ws-cnt1)
                         ws-rule-file-bytes(ws-cnt1)
           end-perform
           move "(no header)" to ws-cur-blk-type
           set not-in-map to true

           display "infile" upon environment-name
           display ws-infile upon environment-value
           move space to ws-end-of-file-flag
           open input inputdump
           perform check-status
           display "outfile" upon environment-name
           display ws-outfile upon environment-value
           open output outputdump
           perform check-status
           display "   Redacting >> " ws-outfile(1:50)

           perform read-input-dump
           perform until end-of-file
               perform redact-one-line
               perform read-input-dump
           end-perform
           perform flush-block

           close inputdump
           perform check-status
           close outputdump
           perform check-status

           perform copy-csv-file
           perform write-redact-log
           add ws-file-masks to ws-total-masks
           .

       read-input-dump section.

           read inputdump
               at end set end-of-file to true
                      exit section
           end-read
           perform check-status
           .

       redact-one-line section.

           if in-map
               move in-dump-rec to out-dump-rec
               perform write-output-line
               exit section
           end-if

           if in-dump-rec(1:17) = "Control Block Map"
               perform flush-block
               set in-map to true
               move in-dump-rec to out-dump-rec
               perform write-output-line
               exit section
           end-if

           if in-dump-rec(1:21) = "Start of storage dump"
               perform flush-block
               move "(no header)" to ws-cur-blk-type
               move in-dump-rec to out-dump-rec
               perform write-output-line
               exit section
           end-if

           move 0 to ws-cnt1 ws-cnt2 ws-cnt3
           inspect in-dump-rec
               tallying ws-cnt1 for all "-type "
                        ws-cnt2 for all "Address:"
                        ws-cnt3 for all "Length:"
           if ws-cnt1 > 0 and ws-cnt2 > 0 and ws-cnt3 > 0
               perform flush-block
               move in-dump-rec to ws-scan-text
               perform find-block-type
               move in-dump-rec to out-dump-rec
               perform write-output-line
               exit section
           end-if

           if ws-buf-num >= 78-buf-max
               perform flush-block
           end-if
           add 1 to ws-buf-num
           move in-dump-rec to ws-buf-text(ws-buf-num)
           perform parse-body-line
           .

       write-output-line section.

           write out-dump-rec
           perform check-status
           .

       parse-body-line section.

      ***** Note, for the line just buffered at ws-buf-num, where each
      ***** of its hex byte pairs sits in the line and where its
      ***** character column begins and ends. The first word is the
      ***** line's address and is never masked; the hex bytes are the
      ***** pairs of every all-hex word after it; the first word that
      ***** is not all hex opens the character column, past any "*"
      ***** or "|" delimiter, and the column stops short of a closing
      ***** delimiter. A line with no hex words is not a body line and
      ***** goes through as it came.
           move 0 to ws-line-nbytes ws-line-charstart ws-line-charend
           move 1 to ws-line-pos
           perform skip-line-spaces
           if ws-line-pos <= length of in-dump-rec
               perform measure-line-word
               set line-not-done to true
           else
               set line-done to true
           end-if
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
                               move ws-cnt4
                                 to ws-buf-hexpos(ws-buf-num ws-line-nbytes)
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

           if ws-line-nbytes > 0 and ws-line-charstart > 0
               perform varying ws-cnt4 from length of in-dump-rec by -1
                       until ws-cnt4 < ws-line-charstart
                          or in-dump-rec(ws-cnt4:1) not = space
                   continue
               end-perform
               if ws-cnt4 >= ws-line-charstart
                       and (in-dump-rec(ws-cnt4:1) = "*"
                            or in-dump-rec(ws-cnt4:1) = "|")
                   subtract 1 from ws-cnt4
               end-if
               move ws-cnt4 to ws-line-charend
           else
               move 0 to ws-line-charstart
           end-if
           move ws-line-nbytes    to ws-buf-nbytes(ws-buf-num)
           move ws-line-charstart to ws-buf-charstart(ws-buf-num)
           move ws-line-charend   to ws-buf-charend(ws-buf-num)
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

       flush-block section.

      ***** The buffered block has ended: lay its body bytes out as one
      ***** stream, run every rule over it, write the masks back into
      ***** the buffered lines, and write them out in their original
      ***** order.
           if ws-buf-num = 0
               exit section
           end-if
           perform build-stream
           move spaces to ws-stream-mask
           if ws-stream-num > 0
               perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-rule-num
                   evaluate true
                       when rule-is-blocktype(ws-cnt1)
                           perform apply-blocktype-rule
                       when other
                           perform apply-match-rule
                   end-evaluate
               end-perform
               perform apply-stream-masks
           end-if
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-buf-num
               move ws-buf-text(ws-cnt1) to out-dump-rec
               perform write-output-line
           end-perform
           move 0 to ws-buf-num
           .

       build-stream section.

      ***** One stream byte per hex pair across the buffered lines,
      ***** its character taken from the line's character column where
      ***** it has one, or made from the hex pair where it has not.
           move 0 to ws-stream-num
           move spaces to ws-stream-chr ws-stream-hex
           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-buf-num
               perform varying ws-cnt3 from 1 by 1
                       until ws-cnt3 > ws-buf-nbytes(ws-cnt2)
                   add 1 to ws-stream-num
                   move ws-cnt2 to ws-stream-line(ws-stream-num)
                   move ws-cnt3 to ws-stream-byte(ws-stream-num)
                   move function upper-case
                            (ws-buf-text(ws-cnt2)
                                (ws-buf-hexpos(ws-cnt2 ws-cnt3):2))
                       to ws-stream-hex(ws-stream-num * 2 - 1:2)
                   compute ws-cnt4 = ws-buf-charstart(ws-cnt2) + ws-cnt3 - 1
                   if ws-buf-charstart(ws-cnt2) > 0
                           and ws-cnt4 <= ws-buf-charend(ws-cnt2)
                       move ws-buf-text(ws-cnt2)(ws-cnt4:1)
                           to ws-stream-chr(ws-stream-num:1)
                   else
                       move spaces to ws-hex-digits
                       move ws-stream-hex(ws-stream-num * 2 - 1:2)
                           to ws-hex-digits(1:2)
                       perform convert-hex-digits
                       if ws-addrlen-value >= 32 and ws-addrlen-value <= 126
                           move function char(ws-addrlen-value + 1)
                               to ws-stream-chr(ws-stream-num:1)
                       else
                           move "." to ws-stream-chr(ws-stream-num:1)
                       end-if
                   end-if
               end-perform
           end-perform
           .

       apply-blocktype-rule section.

      ***** Rule ws-cnt1 masks the whole body of its block type - one
      ***** mask for the block, every byte of it counted.
           if ws-rule-value(ws-cnt1) not = ws-cur-blk-type
               exit section
           end-if
           move 1 to ws-match-pos
           move ws-stream-num to ws-match-len
           perform mask-stream-run
           .

       apply-match-rule section.

      ***** Slide rule ws-cnt1 along the stream; each match is masked
      ***** and the search carries on just past it, so one run of data
      ***** counts as one mask however the rule could overlap itself.
           move ws-rule-len(ws-cnt1) to ws-match-len
           move 1 to ws-match-pos
           perform until ws-match-pos + ws-match-len - 1 > ws-stream-num
               set match-not-found to true
               evaluate true
                   when rule-value-is-hex(ws-cnt1)
                       if ws-stream-hex(ws-match-pos * 2 - 1:ws-match-len * 2)
                               = ws-rule-value(ws-cnt1)(1:ws-match-len * 2)
                           set match-found to true
                       end-if
                   when rule-is-literal(ws-cnt1)
                       if ws-stream-chr(ws-match-pos:ws-match-len)
                               = ws-rule-value(ws-cnt1)(1:ws-match-len)
                           set match-found to true
                       end-if
                   when other
                       perform check-pattern-at
               end-evaluate
               if match-found
                   perform mask-stream-run
                   add ws-match-len to ws-match-pos
               else
                   add 1 to ws-match-pos
               end-if
           end-perform
           .

       check-pattern-at section.

      ***** Does PATTERN rule ws-cnt1 match the stream at ws-match-pos?
      ***** 9 wants a digit, A a letter, X anything; any other pattern
      ***** character wants itself.
           set match-found to true
           perform varying ws-cnt2 from 1 by 1
                   until ws-cnt2 > ws-match-len or match-not-found
               move ws-stream-chr(ws-match-pos + ws-cnt2 - 1:1)
                   to ws-match-chr
               move ws-rule-value(ws-cnt1)(ws-cnt2:1) to ws-match-pic
               evaluate ws-match-pic
                   when "9"
                       if ws-match-chr < "0" or ws-match-chr > "9"
                           set match-not-found to true
                       end-if
                   when "A"
                       if not ((ws-match-chr >= "A" and ws-match-chr <= "Z")
                            or (ws-match-chr >= "a" and ws-match-chr <= "z"))
                           set match-not-found to true
                       end-if
                   when "X"
                       continue
                   when other
                       if ws-match-chr not = ws-match-pic
                           set match-not-found to true
                       end-if
               end-evaluate
           end-perform
           .

       mask-stream-run section.

      ***** Claim ws-match-len stream bytes from ws-match-pos for rule
      ***** ws-cnt1 and count the mask against the rule and the block
      ***** type.
           perform varying ws-cnt2 from ws-match-pos by 1
                   until ws-cnt2 > ws-match-pos + ws-match-len - 1
               move "1" to ws-stream-mask(ws-cnt2:1)
           end-perform
           add 1            to ws-rule-file-masks(ws-cnt1)
           add ws-match-len to ws-rule-file-bytes(ws-cnt1)
           add 1            to ws-rule-run-masks(ws-cnt1)
           add ws-match-len to ws-rule-run-bytes(ws-cnt1)
           add 1            to ws-file-masks
           add ws-match-len to ws-file-bytes
           perform tally-type-mask
           .

       tally-type-mask section.

           move 0 to ws-cnt3
           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-type-num
               if ws-type-name(ws-cnt2) = ws-cur-blk-type
                   add 1            to ws-type-masks(ws-cnt2)
                   add ws-match-len to ws-type-bytes(ws-cnt2)
                   move 1 to ws-cnt3
               end-if
           end-perform
           if ws-cnt3 = 0 and ws-type-num < 78-type-max
               add 1 to ws-type-num
               move ws-cur-blk-type to ws-type-name(ws-type-num)
               move 1            to ws-type-masks(ws-type-num)
               move ws-match-len to ws-type-bytes(ws-type-num)
           end-if
           .

       apply-stream-masks section.

      ***** Overwrite every claimed byte in its buffered line - 00 in
      ***** the hex column, "#" in the character column where the line
      ***** has one.
           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-stream-num
               if ws-stream-mask(ws-cnt2:1) = "1"
                   move ws-stream-line(ws-cnt2) to ws-cnt3
                   move "00" to ws-buf-text(ws-cnt3)
                       (ws-buf-hexpos(ws-cnt3 ws-stream-byte(ws-cnt2)):2)
                   compute ws-cnt4 = ws-buf-charstart(ws-cnt3)
                                   + ws-stream-byte(ws-cnt2) - 1
                   if ws-buf-charstart(ws-cnt3) > 0
                           and ws-cnt4 <= ws-buf-charend(ws-cnt3)
                       move "#" to ws-buf-text(ws-cnt3)(ws-cnt4:1)
                   end-if
               end-if
           end-perform
           .

       copy-csv-file section.

      ***** Carry the dump's paired .csv across under the -REDACTED
      ***** name so the copy still has its control-block map. A dump
      ***** with no .csv simply goes without one.
           initialize ws-csvfilename
           string ws-infile delimited by ".txt"
                  ".csv"     delimited by size
               into ws-csvfilename
           end-string
           initialize ws-csvoutname
           string ws-infile       delimited by ".txt"
                  "-REDACTED.csv" delimited by size
               into ws-csvoutname
           end-string
           if ws-csvoutname = ws-csvfilename
               display "   " function trim(ws-csvfilename)
                       " output name would overwrite it - .csv not copied"
               exit section
           end-if
           display "csvfilename" upon environment-name
           display ws-csvfilename upon environment-value
           open input csvdump
           if fs-stat = "35" or fs-stat = "05"
               close csvdump
               exit section
           end-if
           perform check-status
           display "csvoutname" upon environment-name
           display ws-csvoutname upon environment-value
           open output csvcopy
           perform check-status
           move space to ws-end-of-csv-flag
           perform read-csv-entry
           perform until end-of-csv
               move csv-rec to csv-out-rec
               write csv-out-rec
               perform check-status
               perform read-csv-entry
           end-perform
           close csvdump
           perform check-status
           close csvcopy
           perform check-status
           .

       read-csv-entry section.

           read csvdump
               at end set end-of-csv to true
                      exit section
           end-read
           perform check-status
           .

       write-redact-log section.

      ***** Append this dump's section to the standing redaction log,
      ***** EXTEND with the usual file-not-found fallback - every rule
      ***** is listed, a rule that masked nothing included, so the
      ***** sign-off shows each rule was run.
           accept ws-log-date from date yyyymmdd
           accept ws-log-time from time
           move spaces to ws-log-ts
           string ws-log-date delimited by size
                  "-"         delimited by size
                  ws-log-time delimited by size
               into ws-log-ts
           end-string

           display "redactlogname" upon environment-name
           display ws-redactlogname upon environment-value
           open extend redactlog
           if fs-stat = "35"
               open output redactlog
           end-if
           if fs-stat not = "00"
               perform check-status
           end-if

           move spaces to redact-log-rec
           string "Redaction " delimited by size
                  ws-log-ts    delimited by size
                  " "          delimited by size
                  ws-infile    delimited by space
                  " -> "       delimited by size
                  ws-outfile   delimited by space
               into redact-log-rec
           end-string
           write redact-log-rec
           perform check-status

           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-rule-num
               move ws-rule-file-masks(ws-cnt1) to ws-masks-disp
               move ws-rule-file-bytes(ws-cnt1) to ws-bytes-disp
               move spaces to redact-log-rec
               string "   Rule "                     delimited by size
                      ws-rule-id(ws-cnt1)            delimited by space
                      " "                            delimited by size
                      ws-rule-kind(ws-cnt1)          delimited by space
                      " : masks="                    delimited by size
                      function trim(ws-masks-disp)   delimited by size
                      " bytes="                      delimited by size
                      function trim(ws-bytes-disp)   delimited by size
                   into redact-log-rec
               end-string
               write redact-log-rec
               perform check-status
           end-perform

           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-type-num
               move ws-type-masks(ws-cnt1) to ws-masks-disp
               move ws-type-bytes(ws-cnt1) to ws-bytes-disp
               move spaces to redact-log-rec
               string "   Type "                     delimited by size
                      ws-type-name(ws-cnt1)          delimited by space
                      " : masks="                    delimited by size
                      function trim(ws-masks-disp)   delimited by size
                      " bytes="                      delimited by size
                      function trim(ws-bytes-disp)   delimited by size
                   into redact-log-rec
               end-string
               write redact-log-rec
               perform check-status
           end-perform

           move ws-file-masks to ws-masks-disp
           move ws-file-bytes to ws-bytes-disp
           move spaces to redact-log-rec
           string "   Total : masks="               delimited by size
                  function trim(ws-masks-disp)      delimited by size
                  " bytes="                         delimited by size
                  function trim(ws-bytes-disp)      delimited by size
               into redact-log-rec
           end-string
           write redact-log-rec
           perform check-status

           close redactlog
           perform check-status
           .

       find-block-type section.

      ***** Pull the "xxx-type" word out of the header line in
      ***** ws-scan-text into ws-cur-blk-type, looking at the first 10
      ***** words as ESDumpSplitter does.
           move "(untyped)" to ws-cur-blk-type
           unstring ws-scan-text delimited by all spaces
               into ws-text1 ws-text2 ws-text3 ws-text4 ws-text5
                    ws-text6 ws-text7 ws-text8 ws-text9 ws-text10
           end-unstring
           perform varying ws-cnt3 from 1 by 1 until ws-cnt3 > 10
               evaluate ws-cnt3
                   when 1  move ws-text1  to ws-body-token
                   when 2  move ws-text2  to ws-body-token
                   when 3  move ws-text3  to ws-body-token
                   when 4  move ws-text4  to ws-body-token
                   when 5  move ws-text5  to ws-body-token
                   when 6  move ws-text6  to ws-body-token
                   when 7  move ws-text7  to ws-body-token
                   when 8  move ws-text8  to ws-body-token
                   when 9  move ws-text9  to ws-body-token
                   when 10 move ws-text10 to ws-body-token
               end-evaluate
               move 0 to ws-cnt2
               inspect ws-body-token tallying ws-cnt2 for all "-type"
               if ws-cnt2 > 0
                   move ws-body-token to ws-cur-blk-type
               end-if
           end-perform
           .

       convert-hex-digits section.

      ***** Convert the hex digit string in ws-hex-digits into
      ***** ws-addrlen-value, one character at a time - a non hex
      ***** character contributes zero rather than aborting the run.
           move 0 to ws-hex-accum
           move 0 to ws-hex-digit-len
           inspect ws-hex-digits tallying ws-hex-digit-len
               for characters before initial space
           perform varying ws-hex-pos from 1 by 1
                   until ws-hex-pos > ws-hex-digit-len
               move ws-hex-digits(ws-hex-pos:1) to ws-hex-onechar
               evaluate ws-hex-onechar
                   when "0" thru "9"
                       compute ws-hex-digit-val =
                           function numval(ws-hex-onechar)
                   when "A" move 10 to ws-hex-digit-val
                   when "B" move 11 to ws-hex-digit-val
                   when "C" move 12 to ws-hex-digit-val
                   when "D" move 13 to ws-hex-digit-val
                   when "E" move 14 to ws-hex-digit-val
                   when "F" move 15 to ws-hex-digit-val
                   when other move 0 to ws-hex-digit-val
               end-evaluate
               compute ws-hex-accum = ws-hex-accum * 16 + ws-hex-digit-val
           end-perform
           move ws-hex-accum to ws-addrlen-value
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

       end program ESDumpRedact.
