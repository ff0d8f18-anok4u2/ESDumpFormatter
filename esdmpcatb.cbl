      ***** block sizes in the current dump fall outside its learned
      ***** range - the CSA count doubling overnight that a plain
      ***** presence test can never see.
      *****
      ***** CICS-style and batch regions have quite different normal
      ***** memory maps, so when the splitter's profile control file
      ***** (ESDSPLIT.PROFILES) is present a separate catalog is learned
      ***** for each profile, from that profile's healthy dumps only,
      ***** and written to the catalog file the profile names. A dump's
      ***** profile is the one recorded in its audit log entry; an
      ***** entry from before profiles (or naming a profile since
      ***** withdrawn) is given the profile its input filename maps to
      ***** today. Profiles that share a catalog file share one catalog
      ***** learned from all their dumps.

       environment division.
       configuration section.
           organization line sequential
           file status is fs-stat.

           select optional proffile assign to ws-proffilename
           organization line sequential
           file status is fs-stat.

       data division.
       file section.
       fd  auditdump.
       fd  typecatfile.
       01  typecat-rec               pic x(255).

       fd  proffile.
       01  prof-rec                  pic x(600).

       working-storage section.
       01  fs-stat                 pic xx.
       01  fs-stat2    redefines fs-stat.
       01  ws-auditfilename        pic x(255) value "ESDSPLIT.AUDIT.LOG".
       01  ws-csvfilename          pic x(255).
       01  ws-typecatfilename      pic x(255) value "ESDSPLIT.TYPECATALOG".
       01  ws-sigfilename          pic x(255) value "ESDSPLIT.SIGNATURES".

       01  ws-cmdline              pic x(2000).
       01  ws-cmd-word1            pic x(255).
       01  ws-cmd-word2            pic x(255).
       01  ws-cmd-word3            pic x(255).

      ***** Which catalog(s) this run builds - every profile's (the
      ***** default), the one profile named with PROFILE, or a single
      ***** catalog from every clean dump whatever its profile, written
      ***** to the file named on the command line.
       01  ws-build-mode           pic x   value space.
           88  build-all-profiles          value space.
           88  build-one-profile           value "P".
           88  build-global                value "G".
       01  ws-sel-catfile          pic x(255).
       01  ws-cat-idx              pic s9(9) comp-5.
       01  ws-cat-first-flag       pic x.
           88  catalog-first-use           value "1".
           88  catalog-already-built       value space.
       01  ws-scope-flag           pic x.
           88  entry-in-scope              value "1".
           88  entry-out-of-scope          value space.

       01  ws-end-of-audit-flag    pic x   value space.
           88  not-end-of-audit            value space.
       01  ws-audit-dumpseq        pic x(30).
       01  ws-audit-corrupt        pic x(3).
       01  ws-audit-severity       pic x(6).
       01  ws-audit-profile        pic x(20).

       01  ws-csv-addr             pic x(12).
       01  ws-csv-length           pic x(12).
       01  ws-dumps-missing        binary-long value 0.
       01  ws-dumps-corrupt        binary-long value 0.

      ***** ESDumpSplitter's compiled DEFAULT profile values - only
      ***** needed here so profile lines are checked exactly as the
      ***** splitter checks them.
       78  78-gap-threshold        value 16.
       78  78-severity-medium-thresh  value 2.
       78  78-severity-high-thresh    value 5.
       78  78-ckpt-interval        value 100000.

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


       procedure division.

           accept ws-cmdline from command-line
           if ws-cmdline = "?"
               display "Usage : ESDumpCatalogBuild [catalogfile]"
               display "        ESDumpCatalogBuild PROFILE name [catalogfile]"
               display "      For example:-"
               display "        ESDumpCatalogBuild"
               display "        ESDumpCatalogBuild ESDSPLIT.TYPECATALOG.NEW"
               display "        ESDumpCatalogBuild PROFILE CICS"
               display "Scans the .csv of every ESDSPLIT.AUDIT.LOG"
               display "entry recorded clean (corruption NO) and writes"
               display "the expected-type catalog with, per type, the"
               display "block-count range per dump and the block length"
               display "range observed across those healthy dumps:"
               display "   type,mincount,maxcount,minlen,maxlen"
               display "With no arguments one catalog is learned per"
               display "profile in ESDSPLIT.PROFILES, from that profile's"
               display "dumps only, into the profile's catalog file"
               display "(ESDSPLIT.TYPECATALOG for DEFAULT, and for every"
               display "dump when there is no profile file), which"
               display "ESDumpSplitter reads back directly. PROFILE name"
               display "learns just that profile's catalog. A catalog"
               display "file on its own learns one catalog from every"
               display "clean dump, whatever its profile."
               stop run
           end-if

           perform read-profiles

           move spaces to ws-cmd-word1 ws-cmd-word2 ws-cmd-word3
           unstring ws-cmdline delimited by all spaces
               into ws-cmd-word1 ws-cmd-word2 ws-cmd-word3
           end-unstring
           evaluate true
               when ws-cmd-word1 = spaces
                   set build-all-profiles to true
               when function upper-case(ws-cmd-word1) = "PROFILE"
                   set build-one-profile to true
               when other
                   set build-global to true
           end-evaluate

           evaluate true
               when build-all-profiles
                   perform varying ws-cat-idx from 1 by 1
                           until ws-cat-idx > ws-prof-num
                       perform check-catalog-first-use
                       if catalog-first-use
                           move ws-prof-catfile(ws-cat-idx)
                               to ws-sel-catfile ws-typecatfilename
                           perform build-one-catalog
                       end-if
                   end-perform
               when build-one-profile
                   move function upper-case(ws-cmd-word2)
                       to ws-prof-find-name
                   perform find-profile
                   if ws-cmd-word2 = spaces or ws-prof-found = 0
                       display "Profile " function trim(ws-cmd-word2)
                               " is not defined in "
                               function trim(ws-proffilename)
                       stop run
                   end-if
                   move ws-prof-catfile(ws-prof-found)
                       to ws-sel-catfile ws-typecatfilename
                   if ws-cmd-word3 not = spaces
                       move ws-cmd-word3 to ws-typecatfilename
                   end-if
                   perform build-one-catalog
               when other
                   move ws-cmd-word1 to ws-typecatfilename
                   perform build-one-catalog
           end-evaluate

           goback.

       check-catalog-first-use section.

      ***** Profiles may share a catalog file - build each file once,
      ***** at the first profile that names it.
           set catalog-first-use to true
           perform varying ws-cnt1 from 1 by 1
                   until ws-cnt1 >= ws-cat-idx or catalog-already-built
               if ws-prof-catfile(ws-cnt1) = ws-prof-catfile(ws-cat-idx)
                   set catalog-already-built to true
               end-if
           end-perform
           .

       build-one-catalog section.

      ***** One pass of the audit log, learning ws-typecatfilename from
      ***** the clean dumps in scope - every clean dump for a global
      ***** catalog, otherwise those whose profile uses ws-sel-catfile.
           move 0 to ws-type-num
           move 0 to ws-dumps-scanned ws-dumps-missing ws-dumps-corrupt

           display "auditfilename" upon environment-name
           display ws-auditfilename upon environment-value
           perform until end-of-audit
               perform parse-audit-entry
               if ws-audit-outname not = spaces
                   perform check-entry-scope
                   if entry-in-scope
                       if ws-audit-corrupt = "NO"
                           perform scan-one-clean-dump
                       else
                           add 1 to ws-dumps-corrupt
                       end-if
                   end-if
               end-if
               perform read-audit-entry
           close auditdump
           perform check-status

           display "Catalog file           = "
                   function trim(ws-typecatfilename)
           if ws-dumps-scanned = 0
               display "No clean dumps with a .csv on disk - catalog"
                       " not written."
               exit section
           end-if

           perform finalise-count-ranges
           display "Clean dumps without csv = " ws-dumps-missing
           display "Corrupt dumps skipped  = " ws-dumps-corrupt
           display "Catalog types written  = " ws-type-num
           .

       check-entry-scope section.

      ***** Work out the audit entry's profile - the one recorded with
      ***** it if that profile is still defined, else whichever profile
      ***** its input filename maps to now (DEFAULT when none does) -
      ***** and so whether the catalog being built covers it.
           set entry-in-scope to true
           if build-global
               exit section
           end-if
           move 0 to ws-prof-found
           if ws-audit-profile not = spaces
               move ws-audit-profile to ws-prof-find-name
               perform find-profile
           end-if
           if ws-prof-found = 0
               move 1 to ws-prof-found
               set profile-not-mapped to true
               perform varying ws-prof-idx from 1 by 1
                       until ws-prof-idx > ws-profmap-num
                          or profile-mapped
                   if ws-profmap-prof(ws-prof-idx) > 0
                       move ws-profmap-pattern(ws-prof-idx)
                           to ws-pat-text
                       move ws-audit-infile to ws-pat-subject
                       perform match-file-pattern
                       if pattern-matched
                           move ws-profmap-prof(ws-prof-idx)
                               to ws-prof-found
                           set profile-mapped to true
                       end-if
                   end-if
               end-perform
           end-if
           if ws-prof-catfile(ws-prof-found) not = ws-sel-catfile
               set entry-out-of-scope to true
           end-if
           .

       read-audit-entry section.


           move spaces to ws-audit-infile ws-audit-outname
                          ws-audit-dumpseq ws-audit-corrupt
                          ws-audit-severity ws-audit-profile
           unstring audit-rec delimited by ","
               into ws-audit-ts ws-audit-infile ws-audit-outname
                    ws-audit-dumpseq ws-audit-corrupt ws-audit-severity
                    ws-audit-profile
           end-unstring
           .

           perform check-status
           .

       read-profiles section.

      ***** Load the optional profile control file exactly as
      ***** ESDumpSplitter does - same built-in DEFAULT, same line
      ***** checks - so a profile's catalog is written to the very file
      ***** the splitter will read it back from, and a line the
      ***** splitter ignores is ignored here too. No file means the one
      ***** DEFAULT profile, i.e. one catalog from every clean dump, as
      ***** before profiles existed.
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

       check-status section.

           if fs-stat not = zeros
