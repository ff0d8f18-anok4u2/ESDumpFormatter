      $set sourceformat"variable"
       identification division.
       program-id. ESDumpFormat.

      ***** Format the storage body of every control block in a split
      ***** ESDumpSplitter .txt dump into named fields, so a TCB or a
      ***** CSA can be read field by field instead of by counting hex
      ***** offsets along the raw body lines. The field definitions
      ***** come from an external layout control file (ESDSPLIT.LAYOUTS
      ***** by default), one field per line:
      *****
      *****   type,fieldname,offset,length,display
      *****
      ***** where type is the block's "xxx-type" word as it appears on
      ***** the header line, offset and length are in bytes from the
      ***** start of the block body (decimal, or hex behind a 0x
      ***** prefix - the same token rules as Address:/Length:), and
      ***** display is one of
      *****
      *****   HEX   the bytes as hex digits
      *****   CHAR  the bytes as characters, taken from the body line's
      *****         character column
      *****   BIN   the bytes as an unsigned big-endian binary number
      *****         (at most 8 bytes), shown in decimal
      *****   ADDR  the bytes as a big-endian address, shown in hex and
      *****         resolved against the dump's own .csv control-block
      *****         map to the block it points into
      *****
      ***** A line starting with "*" or a blank is a comment. Every
      ***** control block in the dump is listed by type and address in
      ***** the order it appears in the dump, with each defined field
      ***** decoded beneath it; a type with no layout entry is still
      ***** listed, marked "no layout". A summary by type closes the
      ***** report, followed by any block in the .csv map that had no
      ***** header line in the dump text.
      *****
      ***** Body lines are read the way ESDumpScan reads them - the
      ***** first word is the storage address of the line's first byte
      ***** (a trailing ":" is ignored), then one or more words of hex
      ***** digits, then optionally the character column (a leading
      ***** "*" or "|" delimiter is skipped). A line's address places
      ***** its bytes at the right offset inside the block; when the
      ***** address cannot be placed, the bytes simply follow on from
      ***** the previous body line. Reading stops at the "Control Block
      ***** Map" the splitter appends, since that section only repeats
      ***** the header lines.

       environment division.
       configuration section.
       file-control.
           select inputdump  assign to ws-infile
           organization line sequential
           file status is fs-stat.

           select optional csvdump assign to ws-csvfilename
           organization line sequential
           file status is fs-stat.

           select optional layoutfile assign to ws-layoutfilename
           organization line sequential
           file status is fs-stat.

           select fmtrpt assign to ws-fmtrptname
           organization line sequential
           file status is fs-stat.

       data division.
       file section.
       fd  inputdump.
       01  in-dump-rec                pic x(255).

       fd  csvdump.
       01  csv-rec                    pic x(255).

       fd  layoutfile.
       01  layout-rec                 pic x(255).

       fd  fmtrpt.
       01  fmt-out-rec                pic x(300).

       working-storage section.
       01  fs-stat                 pic xx.
       01  fs-stat2    redefines fs-stat.
           03  fs-char1            pic x.
           03  fs-char2            pic x comp-x.
       01  fs-disp                 pic 999.

       01  ws-infile               pic x(255).
       01  ws-csvfilename          pic x(255).
       01  ws-layoutfilename       pic x(255) value "ESDSPLIT.LAYOUTS".
       01  ws-fmtrptname           pic x(255).

       01  ws-cmdline              pic x(2000).

       01  ws-end-of-file-flag     pic x   value space.
           88  not-end-of-file             value space.
           88  end-of-file                  value "1".
       01  ws-end-of-csv-flag      pic x   value space.
           88  not-end-of-csv              value space.
           88  end-of-csv                   value "1".
       01  ws-end-of-layout-flag   pic x   value space.
           88  not-end-of-layout           value space.
           88  end-of-layout                value "1".
       01  ws-csv-header-flag      pic x   value space.
           88  is-csv-header               value "1".
           88  is-not-csv-header           value space.

      ***** Field layouts, one entry per field line of the layout file,
      ***** kept in file order so each block's fields print in the
      ***** order they were defined.
       78  78-layout-max           value 10000.
       01  ws-layout-num           pic s9(9) comp-5 value 0.
       01  ws-layout-table.
           03  ws-layout-entry     occurs 1 to 78-layout-max
                                     depending on ws-layout-num.
               05  ws-layout-type      pic x(30).
               05  ws-layout-field     pic x(30).
               05  ws-layout-offset    pic 9(9).
               05  ws-layout-length    pic 9(9).
               05  ws-layout-display   pic x(4).
       01  ws-lay-offset-text      pic x(30).
       01  ws-lay-length-text      pic x(30).
       01  ws-lay-display-text     pic x(30).

      ***** The dump's control-block map from its paired .csv, used to
      ***** resolve ADDR fields to the block they point into and to
      ***** report map entries that never turned up in the text.
       78  78-blk-max              value 2000000.
       01  ws-blk-num              pic s9(9) comp-5 value 0.
       01  ws-blk-table.
           03  ws-blk-entry        occurs 1 to 78-blk-max
                                     depending on ws-blk-num.
               05  ws-blk-addr         pic 9(10).
               05  ws-blk-length       pic 9(10).
               05  ws-blk-type         pic x(30).
               05  ws-blk-seen         pic x.
                   88  blk-not-seen           value space.
                   88  blk-seen                value "1".

      ***** The block being collected - its header values and the body
      ***** bytes captured so far, as hex digit pairs and as the
      ***** matching character-column characters. Bytes not (yet)
      ***** supplied by any body line stay "?" so a field over a hole
      ***** in the dump shows as such rather than as invented zeros.
       78  78-body-max             value 8192.
       01  ws-in-block-flag        pic x   value space.
           88  not-in-block                value space.
           88  in-block                     value "1".
       01  ws-cur-blk-addr         pic 9(10) value 0.
       01  ws-cur-blk-length       pic 9(10) value 0.
       01  ws-cur-blk-type         pic x(30) value spaces.
       01  ws-body-hex             pic x(16384).
       01  ws-body-chr             pic x(8192).
       01  ws-body-next            pic s9(9) comp-5 value 0.
       01  ws-body-lines           pic s9(9) comp-5 value 0.
       01  ws-block-seq            pic 9(9) value 0.

      ***** One body line broken into its parts by parse-body-line.
       78  78-line-bytes-max       value 64.
       01  ws-line-addr-token      pic x(30).
       01  ws-line-addr            pic 9(10).
       01  ws-line-nbytes          pic s9(4) comp-5.
       01  ws-line-hex             pic x(128).
       01  ws-line-charstart       pic s9(4) comp-5.
       01  ws-line-pos             pic s9(4) comp-5.
       01  ws-line-wordstart       pic s9(4) comp-5.
       01  ws-line-wordlen         pic s9(4) comp-5.
       01  ws-line-hexword-flag    pic x.
           88  word-is-hex                 value "1".
           88  word-not-hex                value space.
       01  ws-line-done-flag       pic x.
           88  line-not-done               value space.
           88  line-done                    value "1".

      ***** Header-line parsing scratch - the same first-10-words
      ***** window and hex-or-decimal token handling as ESDumpSplitter
      ***** and ESDumpScan.
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
       01  ws-parsed-type          pic x(30).
       01  ws-parsed-addr          pic 9(10).
       01  ws-parsed-length        pic 9(10).

       01  ws-addrlen-token        pic x(30).
       01  ws-addrlen-upper        pic x(30).
       01  ws-addrlen-value        pic 9(10).
       01  ws-hex-digits           pic x(30).
       01  ws-hex-digit-len        pic s9(4) comp-5.
       01  ws-hex-pos              pic s9(4) comp-5.
       01  ws-hex-onechar          pic x.
       01  ws-hex-digit-val        pic s9(4) comp-5.
       01  ws-hex-accum            pic s9(18) comp-5.
       01  ws-hex-letter-cnt       pic s9(4) comp-5.

      ***** Field rendering scratch.
       78  78-field-show-max       value 64.
       01  ws-fld-start            pic s9(9) comp-5.
       01  ws-fld-len              pic s9(9) comp-5.
       01  ws-fld-show             pic s9(9) comp-5.
       01  ws-fld-unknown          pic s9(9) comp-5.
       01  ws-fld-value            pic x(160).
       01  ws-fld-vlen             pic s9(4) comp-5.
       01  ws-fld-byte             pic s9(4) comp-5.
       01  ws-fld-bin              pic 9(20).
       01  ws-fld-bin-disp         pic z(19)9.
       01  ws-fld-offset-disp      pic 9(6).
       01  ws-fld-length-disp      pic z(8)9.
       01  ws-fld-name-col         pic x(24).
       01  ws-fld-display-col      pic x(5).
       01  ws-fld-target           pic 9(10).

       01  ws-cnt1                 pic s9(9) comp-5.
       01  ws-cnt2                 pic s9(9) comp-5.
       01  ws-cnt3                 pic s9(9) comp-5.

       01  ws-addr-disp            pic z(9)9.
       01  ws-length-disp          pic z(9)9.
       01  ws-count-disp           pic z(8)9.
       01  ws-seq-disp             pic z(8)9.

      ***** Per-type tally for the closing summary.
       78  78-type-max             value 2000.
       01  ws-type-num             pic s9(9) comp-5 value 0.
       01  ws-type-table.
           03  ws-type-entry       occurs 1 to 78-type-max
                                     depending on ws-type-num.
               05  ws-type-name        pic x(30).
               05  ws-type-count       pic 9(9).
               05  ws-type-fields      pic 9(9).

       01  ws-formatted-count      binary-long value 0.
       01  ws-nolayout-count       binary-long value 0.
       01  ws-unseen-count         binary-long value 0.
       01  ws-txt-count            pic s9(9) comp-5.

       procedure division.

           accept ws-cmdline from command-line
           if ws-cmdline = spaces
               perform show-usage
               stop run
           end-if

           move spaces to ws-infile ws-body-token
           unstring ws-cmdline delimited by all spaces
               into ws-infile ws-body-token
           end-unstring
           if ws-body-token not = spaces
               move ws-body-token to ws-layoutfilename
           end-if

      ***** The .csv and report names are derived from the ".txt" in
      ***** the dump's name - without one the report name would be the
      ***** dump's own name, and opening it for output would overwrite
      ***** the dump before it had been read.
           move 0 to ws-txt-count
           inspect ws-infile tallying ws-txt-count for all ".txt"
           if ws-txt-count = 0
               display function trim(ws-infile)
                       " is not a split .txt dump."
               perform show-usage
               move 8 to return-code
               stop run
           end-if

           initialize ws-csvfilename
           string ws-infile delimited by ".txt"
                  ".csv"     delimited by size
               into ws-csvfilename
           end-string
           initialize ws-fmtrptname
           string ws-infile delimited by ".txt"
                  ".fmt"     delimited by size
               into ws-fmtrptname
           end-string

           perform load-layouts

           perform load-block-map

           display "fmtrptname" upon environment-name
           display ws-fmtrptname upon environment-value
           open output fmtrpt
           perform check-status
           move spaces to fmt-out-rec
           string "Formatted Control Blocks for: " delimited by size
                  ws-infile                        delimited by space
               into fmt-out-rec
           end-string
           write fmt-out-rec
           perform check-status
           move spaces to fmt-out-rec
           string "Layout file: "    delimited by size
                  ws-layoutfilename  delimited by space
               into fmt-out-rec
           end-string
           write fmt-out-rec
           perform check-status
           write fmt-out-rec from
             "=================================================="
           perform check-status

           perform format-dumpfile

           perform write-type-summary

           perform write-unseen-blocks

           close fmtrpt
           perform check-status

           move ws-formatted-count to ws-count-disp
           display "Blocks formatted       = "
                   function trim(ws-count-disp)
           move ws-nolayout-count to ws-count-disp
           display "Blocks with no layout  = "
                   function trim(ws-count-disp)
           move ws-unseen-count to ws-count-disp
           display "Map blocks not in text = "
                   function trim(ws-count-disp)

           goback.

       show-usage section.

           display "Usage : ESDumpFormat dumpfile [layoutfile]"
           display "      For example:-"
           display "        ESDumpFormat a+01-09-2026+10-14-58.txt"
           display "        ESDumpFormat a+01-09-2026+10-14-58.txt"
                   " region.layouts"
           display "Formats every control block in a split .txt"
           display "dump into named fields, using its paired .csv"
           display "and a layout file (default ESDSPLIT.LAYOUTS) of"
           display "   type,fieldname,offset,length,display"
           display "lines, display being HEX, CHAR, BIN or ADDR."
           display "The report is written to the dump's name with"
           display ".txt replaced by .fmt."
           .

       load-layouts section.

      ***** Read every field definition into the layout table. With
      ***** no layout file at all the report still lists every block,
      ***** each one simply marked "no layout".
           move 0 to ws-layout-num
           display "layoutfilename" upon environment-name
           display ws-layoutfilename upon environment-value
           move space to ws-end-of-layout-flag
           open input layoutfile
           if fs-stat = "05"
               display "No layout file " ws-layoutfilename(1:40)
                       " - every block will show as no layout."
               close layoutfile
               exit section
           end-if
           perform check-status
           perform read-layout-entry
           perform until end-of-layout
               if layout-rec not = spaces
                       and layout-rec(1:1) not = space
                       and layout-rec(1:1) not = "*"
                   if ws-layout-num < 78-layout-max
                       perform load-one-layout-entry
                   else
                       display "Layout file has more than "
                               78-layout-max " fields - ignoring "
                               layout-rec(1:40)
                   end-if
               end-if
               perform read-layout-entry
           end-perform
           close layoutfile
           perform check-status
           .

       read-layout-entry section.

           read layoutfile
               at end set end-of-layout to true
                      exit section
           end-read
           perform check-status
           .

       load-one-layout-entry section.

      ***** type,fieldname,offset,length,display - a line missing its
      ***** length, or naming a display type other than the four
      ***** known ones, is reported and dropped rather than guessed at.
           move spaces to ws-lay-offset-text ws-lay-length-text
                          ws-lay-display-text
           add 1 to ws-layout-num
           move spaces to ws-layout-type(ws-layout-num)
                          ws-layout-field(ws-layout-num)
           unstring layout-rec delimited by ","
               into ws-layout-type(ws-layout-num)
                    ws-layout-field(ws-layout-num)
                    ws-lay-offset-text ws-lay-length-text
                    ws-lay-display-text
           end-unstring

           move function upper-case(ws-lay-display-text)
               to ws-lay-display-text
           if ws-lay-length-text = spaces
                   or (ws-lay-display-text not = "HEX"
                       and ws-lay-display-text not = "CHAR"
                       and ws-lay-display-text not = "BIN"
                       and ws-lay-display-text not = "ADDR")
               display "Bad layout line ignored: " layout-rec(1:50)
               subtract 1 from ws-layout-num
               exit section
           end-if

           move ws-lay-offset-text to ws-addrlen-token
           perform parse-hex-or-decimal-token
           move ws-addrlen-value to ws-layout-offset(ws-layout-num)
           move ws-lay-length-text to ws-addrlen-token
           perform parse-hex-or-decimal-token
           move ws-addrlen-value to ws-layout-length(ws-layout-num)
           move ws-lay-display-text to ws-layout-display(ws-layout-num)
           if ws-layout-length(ws-layout-num) = 0
               display "Zero-length layout field ignored: "
                       layout-rec(1:50)
               subtract 1 from ws-layout-num
           end-if
           .

       load-block-map section.

      ***** Load the dump's paired .csv (Address,Length,Type) - a dump
      ***** with no .csv on disk just loses ADDR resolution and the
      ***** map-versus-text check; every block is still formatted.
           move 0 to ws-blk-num
           display "csvfilename" upon environment-name
           display ws-csvfilename upon environment-value
           open input csvdump
           if fs-stat = "35" or fs-stat = "05"
               close csvdump
               exit section
           end-if
           perform check-status
           move space to ws-end-of-csv-flag
           set is-csv-header to true
           perform read-csv-entry
           perform until end-of-csv
               if is-csv-header
                   set is-not-csv-header to true
               else
                   if ws-blk-num < 78-blk-max
                       add 1 to ws-blk-num
                       move spaces to ws-blk-type(ws-blk-num)
                       move 0 to ws-blk-addr(ws-blk-num)
                                 ws-blk-length(ws-blk-num)
                       unstring csv-rec delimited by ","
                           into ws-blk-addr(ws-blk-num)
                                ws-blk-length(ws-blk-num)
                                ws-blk-type(ws-blk-num)
                       end-unstring
                       set blk-not-seen(ws-blk-num) to true
                   end-if
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

       format-dumpfile section.

      ***** Walk the dump text: each header line closes the block
      ***** before it (formatting it) and opens the next; body lines
      ***** in between are captured into the open block. The
      ***** splitter's own Control Block Map trailer ends the walk.
           display "infile" upon environment-name
           display ws-infile upon environment-value
           move space to ws-end-of-file-flag
           set not-in-block to true
           open input inputdump
           perform check-status
           perform read-input-dump
           perform until end-of-file
               if in-dump-rec(1:17) = "Control Block Map"
                   set end-of-file to true
               else
                   move 0 to ws-cnt1 ws-cnt2 ws-cnt3
                   inspect in-dump-rec
                       tallying ws-cnt1 for all "-type "
                                ws-cnt2 for all "Address:"
                                ws-cnt3 for all "Length:"
                   if ws-cnt1 > 0 and ws-cnt2 > 0 and ws-cnt3 > 0
                       if in-block
                           perform format-one-block
                       end-if
                       perform start-one-block
                   else
                       if in-block
                           perform take-body-line
                       end-if
                   end-if
                   perform read-input-dump
               end-if
           end-perform
           if in-block
               perform format-one-block
           end-if
           close inputdump
           perform check-status
           .

       read-input-dump section.

           read inputdump
               at end set end-of-file to true
                      exit section
           end-read
           perform check-status
           .

       start-one-block section.

      ***** A header line opens a new block: note its type, address
      ***** and length, tick it off in the .csv map, and clear the
      ***** body capture area back to all-unknown.
           move in-dump-rec to ws-scan-text
           perform parse-header-line
           move ws-parsed-addr   to ws-cur-blk-addr
           move ws-parsed-length to ws-cur-blk-length
           move ws-parsed-type   to ws-cur-blk-type
           if ws-cur-blk-type = spaces
               move "(untyped)" to ws-cur-blk-type
           end-if
           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-blk-num
               if ws-blk-addr(ws-cnt2) = ws-cur-blk-addr
                       and ws-blk-type(ws-cnt2) = ws-cur-blk-type
                   set blk-seen(ws-cnt2) to true
               end-if
           end-perform
           move all "?" to ws-body-hex
           move all "?" to ws-body-chr
           move 0 to ws-body-next ws-body-lines
           set in-block to true
           .

       take-body-line section.

      ***** Capture one body line's bytes into the open block. The
      ***** line's own address places it when it falls inside the
      ***** block; otherwise its bytes follow on from the last line.
           perform parse-body-line
           if ws-line-nbytes = 0
               exit section
           end-if
           add 1 to ws-body-lines
           if ws-line-addr >= ws-cur-blk-addr
                   and ws-line-addr - ws-cur-blk-addr < ws-cur-blk-length
               compute ws-body-next = ws-line-addr - ws-cur-blk-addr
           end-if
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-line-nbytes
               if ws-body-next < 78-body-max
                   move ws-line-hex(ws-cnt1 * 2 - 1:2)
                       to ws-body-hex(ws-body-next * 2 + 1:2)
                   if ws-line-charstart > 0
                           and ws-line-charstart + ws-cnt1 - 1 <= 255
                       move in-dump-rec(ws-line-charstart + ws-cnt1 - 1:1)
                           to ws-body-chr(ws-body-next + 1:1)
                   else
                       move ws-line-hex(ws-cnt1 * 2 - 1:2) to ws-hex-digits
                       perform char-from-hex-pair
                       move ws-hex-onechar to ws-body-chr(ws-body-next + 1:1)
                   end-if
               end-if
               add 1 to ws-body-next
           end-perform
           .

       parse-body-line section.

      ***** Break in-dump-rec into its address word, its hex bytes
      ***** (pairs from each all-hex word after the address) and the
      ***** start of its character column (the first word that is not
      ***** all hex, past any "*" or "|" delimiter). A line with no hex
      ***** word after its address carries no storage bytes.
           move 0 to ws-line-nbytes ws-line-charstart ws-line-addr
           move spaces to ws-line-hex ws-line-addr-token
           move 1 to ws-line-pos
           perform skip-line-spaces
           if ws-line-pos > 255
               exit section
           end-if
           perform measure-line-word
           if ws-line-wordlen <= length of ws-line-addr-token
               move in-dump-rec(ws-line-wordstart:ws-line-wordlen)
                   to ws-line-addr-token
           end-if
           inspect ws-line-addr-token replacing all ":" by space
           move ws-line-addr-token to ws-addrlen-token
           perform parse-hex-or-decimal-token
           move ws-addrlen-value to ws-line-addr

           set line-not-done to true
           perform until line-done
               perform skip-line-spaces
               if ws-line-pos > 255
                   set line-done to true
               else
                   perform measure-line-word
                   perform check-hex-word
                   if word-is-hex
                       perform varying ws-cnt2 from ws-line-wordstart by 2
                               until ws-cnt2 >= ws-line-wordstart
                                                + ws-line-wordlen
                           if ws-line-nbytes < 78-line-bytes-max
                               add 1 to ws-line-nbytes
                               move function upper-case
                                        (in-dump-rec(ws-cnt2:2))
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
           if ws-line-nbytes = 0
               move 0 to ws-line-charstart
           end-if
           .

       skip-line-spaces section.

           perform until ws-line-pos > 255
                   or in-dump-rec(ws-line-pos:1) not = space
               add 1 to ws-line-pos
           end-perform
           .

       measure-line-word section.

      ***** Note where the word at ws-line-pos starts and how long it
      ***** is, leaving ws-line-pos just past it.
           move ws-line-pos to ws-line-wordstart
           move 0 to ws-line-wordlen
           perform until ws-line-pos > 255
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
           perform varying ws-cnt2 from ws-line-wordstart by 1
                   until ws-cnt2 >= ws-line-wordstart + ws-line-wordlen
               evaluate in-dump-rec(ws-cnt2:1)
                   when "0" thru "9"
                   when "A" thru "F"
                   when "a" thru "f"
                       continue
                   when other
                       set word-not-hex to true
               end-evaluate
           end-perform
           .

       char-from-hex-pair section.

      ***** The character for the hex pair in ws-hex-digits(1:2), for
      ***** a byte whose line carried no character column - printable
      ***** bytes as themselves, anything else as ".".
           move ws-hex-digits(1:2) to ws-addrlen-token
           move spaces to ws-hex-digits
           move ws-addrlen-token(1:2) to ws-hex-digits
           perform convert-hex-digits
           if ws-addrlen-value >= 32 and ws-addrlen-value <= 126
               move function char(ws-addrlen-value + 1) to ws-hex-onechar
           else
               move "." to ws-hex-onechar
           end-if
           .

       format-one-block section.

      ***** Print the closed block's heading - type and address - and
      ***** then every field its type's layout defines, or the "no
      ***** layout" marker.
           add 1 to ws-block-seq
           perform tally-block-type

           write fmt-out-rec from " "
           perform check-status
           move ws-block-seq      to ws-seq-disp
           move ws-cur-blk-addr   to ws-addr-disp
           move ws-cur-blk-length to ws-length-disp
           move spaces to fmt-out-rec
           string function trim(ws-seq-disp)    delimited by size
                  ". "                          delimited by size
                  ws-cur-blk-type               delimited by space
                  "  Address="                  delimited by size
                  function trim(ws-addr-disp)   delimited by size
                  "  Length="                   delimited by size
                  function trim(ws-length-disp) delimited by size
               into fmt-out-rec
           end-string
           write fmt-out-rec
           perform check-status

           move 0 to ws-cnt3
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-layout-num
               if ws-layout-type(ws-cnt1) = ws-cur-blk-type
                   add 1 to ws-cnt3
                   perform format-one-field
               end-if
           end-perform

           if ws-cnt3 = 0
               write fmt-out-rec from "     (no layout)"
               perform check-status
               add 1 to ws-nolayout-count
           else
               add 1 to ws-formatted-count
               if ws-body-lines = 0
                   write fmt-out-rec from
                     "     (no body lines in the dump for this block)"
                   perform check-status
               end-if
           end-if
           set not-in-block to true
           .

       format-one-field section.

      ***** Render layout entry ws-cnt1 against the captured body. A
      ***** field running past the block's own length, or past what
      ***** this program captures of a very large block, says so
      ***** instead of showing bytes that belong to something else.
           move ws-layout-offset(ws-cnt1) to ws-fld-start
           move ws-layout-length(ws-cnt1) to ws-fld-len
           move spaces to ws-fld-value
           move 0 to ws-fld-vlen

           evaluate true
               when ws-cur-blk-length > 0
                       and ws-fld-start + ws-fld-len > ws-cur-blk-length
                   move "(beyond block length)" to ws-fld-value
               when ws-fld-start + ws-fld-len > 78-body-max
                   move "(beyond captured body)" to ws-fld-value
               when other
                   move 0 to ws-fld-unknown
                   inspect ws-body-hex(ws-fld-start * 2 + 1:ws-fld-len * 2)
                       tallying ws-fld-unknown for all "?"
                   if ws-fld-unknown = ws-fld-len * 2
                       move "(not in dump)" to ws-fld-value
                   else
                       evaluate ws-layout-display(ws-cnt1)
                           when "HEX"  perform render-hex-field
                           when "CHAR" perform render-char-field
                           when "BIN"  perform render-bin-field
                           when "ADDR" perform render-addr-field
                       end-evaluate
                   end-if
           end-evaluate

           move ws-fld-start to ws-fld-offset-disp
           move ws-fld-len   to ws-fld-length-disp
           move ws-layout-field(ws-cnt1)   to ws-fld-name-col
           move ws-layout-display(ws-cnt1) to ws-fld-display-col
           move spaces to fmt-out-rec
           string "   +"                            delimited by size
                  ws-fld-offset-disp                delimited by size
                  " "                               delimited by size
                  ws-fld-name-col                   delimited by size
                  ws-fld-display-col                delimited by size
                  "("                               delimited by size
                  function trim(ws-fld-length-disp) delimited by size
                  ") : "                            delimited by size
                  ws-fld-value                      delimited by size
               into fmt-out-rec
           end-string
           write fmt-out-rec
           perform check-status
           .

       render-hex-field section.

      ***** Hex digits, a space between every four bytes, and no more
      ***** than 78-field-show-max bytes of a long field.
           move ws-fld-len to ws-fld-show
           if ws-fld-show > 78-field-show-max
               move 78-field-show-max to ws-fld-show
           end-if
           perform varying ws-fld-byte from 0 by 1
                   until ws-fld-byte >= ws-fld-show
               if ws-fld-byte > 0 and function mod(ws-fld-byte, 4) = 0
                   add 1 to ws-fld-vlen
               end-if
               move ws-body-hex((ws-fld-start + ws-fld-byte) * 2 + 1:2)
                   to ws-fld-value(ws-fld-vlen + 1:2)
               add 2 to ws-fld-vlen
           end-perform
           if ws-fld-show < ws-fld-len
               move "..." to ws-fld-value(ws-fld-vlen + 2:3)
           end-if
           .

       render-char-field section.

           move ws-fld-len to ws-fld-show
           if ws-fld-show > 78-field-show-max
               move 78-field-show-max to ws-fld-show
           end-if
           move "'" to ws-fld-value(1:1)
           move ws-body-chr(ws-fld-start + 1:ws-fld-show)
               to ws-fld-value(2:ws-fld-show)
           move "'" to ws-fld-value(ws-fld-show + 2:1)
           if ws-fld-show < ws-fld-len
               move "..." to ws-fld-value(ws-fld-show + 3:3)
           end-if
           .

       render-bin-field section.

      ***** Big-endian unsigned binary, one byte at a time. Anything
      ***** wider than 8 bytes will not fit a binary number and is
      ***** shown as hex instead.
           if ws-fld-len > 8
               perform render-hex-field
               exit section
           end-if
           move 0 to ws-fld-bin
           perform varying ws-fld-byte from 0 by 1
                   until ws-fld-byte >= ws-fld-len
               move spaces to ws-hex-digits
               move ws-body-hex((ws-fld-start + ws-fld-byte) * 2 + 1:2)
                   to ws-hex-digits(1:2)
               perform convert-hex-digits
               compute ws-fld-bin = ws-fld-bin * 256 + ws-addrlen-value
           end-perform
           move ws-fld-bin to ws-fld-bin-disp
           move function trim(ws-fld-bin-disp) to ws-fld-value
           .

       render-addr-field section.

      ***** The address in hex, then - when it lands inside a block in
      ***** the dump's own .csv map - the type and start address of
      ***** that block, which is usually the next thing to look at.
           move "0x" to ws-fld-value(1:2)
           move 2 to ws-fld-vlen
           move 0 to ws-fld-bin
           perform varying ws-fld-byte from 0 by 1
                   until ws-fld-byte >= ws-fld-len or ws-fld-byte >= 8
               move ws-body-hex((ws-fld-start + ws-fld-byte) * 2 + 1:2)
                   to ws-fld-value(ws-fld-vlen + 1:2)
               add 2 to ws-fld-vlen
               move spaces to ws-hex-digits
               move ws-body-hex((ws-fld-start + ws-fld-byte) * 2 + 1:2)
                   to ws-hex-digits(1:2)
               perform convert-hex-digits
               compute ws-fld-bin = ws-fld-bin * 256 + ws-addrlen-value
           end-perform
           if ws-fld-bin = 0 or ws-fld-bin > 9999999999
               exit section
           end-if
           move ws-fld-bin to ws-fld-target
           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-blk-num
               if ws-fld-target >= ws-blk-addr(ws-cnt2)
                       and ws-fld-target < ws-blk-addr(ws-cnt2)
                                           + ws-blk-length(ws-cnt2)
                   move ws-blk-addr(ws-cnt2) to ws-addr-disp
                   string " -> "                      delimited by size
                          ws-blk-type(ws-cnt2)        delimited by space
                          " at "                      delimited by size
                          function trim(ws-addr-disp) delimited by size
                       into ws-fld-value(ws-fld-vlen + 1:
                                         length of ws-fld-value
                                         - ws-fld-vlen)
                   end-string
                   exit perform
               end-if
           end-perform
           .

       tally-block-type section.

           move 0 to ws-cnt3
           perform varying ws-cnt2 from 1 by 1 until ws-cnt2 > ws-type-num
               if ws-type-name(ws-cnt2) = ws-cur-blk-type
                   add 1 to ws-type-count(ws-cnt2)
                   move ws-cnt2 to ws-cnt3
               end-if
           end-perform
           if ws-cnt3 = 0 and ws-type-num < 78-type-max
               add 1 to ws-type-num
               move ws-cur-blk-type to ws-type-name(ws-type-num)
               move 1 to ws-type-count(ws-type-num)
               move 0 to ws-type-fields(ws-type-num)
               perform varying ws-cnt2 from 1 by 1
                       until ws-cnt2 > ws-layout-num
                   if ws-layout-type(ws-cnt2) = ws-cur-blk-type
                       add 1 to ws-type-fields(ws-type-num)
                   end-if
               end-perform
           end-if
           .

       write-type-summary section.

           write fmt-out-rec from " "
           perform check-status
           write fmt-out-rec from "Control Blocks By Type"
           perform check-status
           write fmt-out-rec from "----------------------"
           perform check-status
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-type-num
               move ws-type-count(ws-cnt1) to ws-count-disp
               move spaces to fmt-out-rec
               if ws-type-fields(ws-cnt1) = 0
                   string ws-type-name(ws-cnt1)         delimited by space
                          " : "                         delimited by size
                          function trim(ws-count-disp)  delimited by size
                          " block(s), no layout"        delimited by size
                       into fmt-out-rec
                   end-string
               else
                   move ws-type-fields(ws-cnt1) to ws-seq-disp
                   string ws-type-name(ws-cnt1)         delimited by space
                          " : "                         delimited by size
                          function trim(ws-count-disp)  delimited by size
                          " block(s), "                 delimited by size
                          function trim(ws-seq-disp)    delimited by size
                          " field(s) each"              delimited by size
                       into fmt-out-rec
                   end-string
               end-if
               write fmt-out-rec
               perform check-status
           end-perform
           .

       write-unseen-blocks section.

      ***** A block in the .csv map whose header line never turned up
      ***** in the text is worth a mention - the .txt and .csv are
      ***** supposed to describe the same dump.
           if ws-blk-num = 0
               exit section
           end-if
           write fmt-out-rec from " "
           perform check-status
           write fmt-out-rec from "Map Blocks Not Found In Dump Text"
           perform check-status
           write fmt-out-rec from "---------------------------------"
           perform check-status
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-blk-num
               if blk-not-seen(ws-cnt1)
                   add 1 to ws-unseen-count
                   move ws-blk-addr(ws-cnt1)   to ws-addr-disp
                   move ws-blk-length(ws-cnt1) to ws-length-disp
                   move spaces to fmt-out-rec
                   string ws-blk-type(ws-cnt1)           delimited by space
                          "  Address="                   delimited by size
                          function trim(ws-addr-disp)    delimited by size
                          "  Length="                    delimited by size
                          function trim(ws-length-disp)  delimited by size
                       into fmt-out-rec
                   end-string
                   write fmt-out-rec
                   perform check-status
               end-if
           end-perform
           if ws-unseen-count = 0
               write fmt-out-rec from "(none)"
               perform check-status
           end-if
           .

       parse-header-line section.

      ***** Pull the -type word and Address:/Length: values out of a
      ***** control-block header line in ws-scan-text - the same
      ***** first-10-words window ESDumpSplitter's find-block-type /
      ***** find-block-range parsers use.
           move spaces to ws-parsed-type
           move 0 to ws-parsed-addr ws-parsed-length
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
                   move ws-body-token to ws-parsed-type
               end-if
           end-perform

           move spaces to ws-addrlen-token
           if ws-text1 = "Address:" move ws-text2  to ws-addrlen-token end-if
           if ws-text2 = "Address:" move ws-text3  to ws-addrlen-token end-if
           if ws-text3 = "Address:" move ws-text4  to ws-addrlen-token end-if
           if ws-text4 = "Address:" move ws-text5  to ws-addrlen-token end-if
           if ws-text5 = "Address:" move ws-text6  to ws-addrlen-token end-if
           if ws-text6 = "Address:" move ws-text7  to ws-addrlen-token end-if
           if ws-text7 = "Address:" move ws-text8  to ws-addrlen-token end-if
           if ws-text8 = "Address:" move ws-text9  to ws-addrlen-token end-if
           if ws-text9 = "Address:" move ws-text10 to ws-addrlen-token end-if
           if ws-addrlen-token not = spaces
               perform parse-hex-or-decimal-token
               move ws-addrlen-value to ws-parsed-addr
           end-if

           move spaces to ws-addrlen-token
           if ws-text1 = "Length:" move ws-text2  to ws-addrlen-token end-if
           if ws-text2 = "Length:" move ws-text3  to ws-addrlen-token end-if
           if ws-text3 = "Length:" move ws-text4  to ws-addrlen-token end-if
           if ws-text4 = "Length:" move ws-text5  to ws-addrlen-token end-if
           if ws-text5 = "Length:" move ws-text6  to ws-addrlen-token end-if
           if ws-text6 = "Length:" move ws-text7  to ws-addrlen-token end-if
           if ws-text7 = "Length:" move ws-text8  to ws-addrlen-token end-if
           if ws-text8 = "Length:" move ws-text9  to ws-addrlen-token end-if
           if ws-text9 = "Length:" move ws-text10 to ws-addrlen-token end-if
           if ws-addrlen-token not = spaces
               perform parse-hex-or-decimal-token
               move ws-addrlen-value to ws-parsed-length
           end-if
           .

       parse-hex-or-decimal-token section.

      ***** Convert one token (in ws-addrlen-token) into
      ***** ws-addrlen-value - the same rules as ESDumpSplitter: a
      ***** "0X"/"0x" prefix is hex with the prefix stripped, bare
      ***** digits containing A-F are hex, anything else numeric is
      ***** decimal, and anything unconvertible comes out zero.
           move 0 to ws-addrlen-value
           move function upper-case(ws-addrlen-token) to ws-addrlen-upper
           if ws-addrlen-upper = spaces
               exit section
           end-if
           if ws-addrlen-upper(1:2) = "0X"
               move spaces to ws-hex-digits
               move ws-addrlen-upper(3:28) to ws-hex-digits
               perform convert-hex-digits
           else
               move 0 to ws-hex-letter-cnt
               inspect ws-addrlen-upper tallying ws-hex-letter-cnt for all "A"
               inspect ws-addrlen-upper tallying ws-hex-letter-cnt for all "B"
               inspect ws-addrlen-upper tallying ws-hex-letter-cnt for all "C"
               inspect ws-addrlen-upper tallying ws-hex-letter-cnt for all "D"
               inspect ws-addrlen-upper tallying ws-hex-letter-cnt for all "E"
               inspect ws-addrlen-upper tallying ws-hex-letter-cnt for all "F"
               if ws-hex-letter-cnt > 0
                   move ws-addrlen-upper to ws-hex-digits
                   perform convert-hex-digits
               else
                   move 0 to ws-cnt3
                   inspect ws-addrlen-upper tallying ws-cnt3
                       for characters before initial space
                   if ws-cnt3 > 0
                           and ws-addrlen-upper(1:ws-cnt3) is numeric
                       move ws-addrlen-upper(1:ws-cnt3)
                           to ws-addrlen-value
                   end-if
               end-if
           end-if
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

       end program ESDumpFormat.
