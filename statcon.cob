*>From one menu it builds the STATCTL.txt dataset list, writes the
*>STATPARM.txt tuning card, arms or clears RESTART.txt, launches the
*>run, and pages through NOUT.txt, NUMS-REJECTS.txt and STATLOG.txt
*>on screen afterwards. It also maintains the two hand-kept tables
*>statnew loads at startup -- the STATREG.txt dataset registry and
*>the STATUNIT.txt unit-conversion table -- field by field, with
*>every entry checked before it is saved and its before and after
*>images written to the audit trail. Every session starts with an
*>operator sign-on against STATOPR.txt; the actions that stand a run
*>control down are kept for supervisors, and every audit entry the
*>console writes carries the operator's id. A supervisor can also
*>reopen a month statclose has closed on STATPCTL.txt.
identification division.
program-id. statcon.

      organization is line sequential.
select dupovrd-out-file assign to "DUPOVRD.txt"
      organization is line sequential.
select optional reg-maint-file assign to "STATREG.txt"
      organization is line sequential
      file status is ws-reg-fs.
select optional unit-maint-file assign to "STATUNIT.txt"
      organization is line sequential
      file status is ws-unit-fs.
select optional operator-file assign to "STATOPR.txt"
      organization is line sequential
      file status is ws-opr-fs.
select optional alert-in-file assign to "STATALERT.txt"
      organization is line sequential
      file status is ws-alert-fs.
select optional parm-in-file assign to "STATPARM.txt"
      organization is line sequential
      file status is ws-parm-fs.
select oper-out-file assign to "STATOPER.txt"
      organization is line sequential.
select optional pctl-file assign to "STATPCTL.txt"
      organization is line sequential
      file status is ws-pctl-fs.

data division.
file section.
fd browse-file.
01 browse-line pic X(132).
fd audit-out-file.
01 audit-out-line pic X(140).
fd dupovrd-out-file.
01 dupovrd-out-line pic X(80).
fd reg-maint-file.
01 reg-maint-line pic X(800).
fd unit-maint-file.
01 unit-maint-line pic X(80).
fd operator-file.
01 operator-line pic X(80).
fd alert-in-file.
01 alert-in-line pic X(80).
fd parm-in-file.
01 parm-in-line pic X(80).
fd oper-out-file.
01 oper-out-line pic X(80).
fd pctl-file.
01 pctl-line pic X(132).

working-storage section.
77 ws-browse-name pic X(80).
   02 entry-values pic X value 'Y'.
   02 entry-tol pic X(8) value spaces.
   02 entry-dup pic X value 'N'.
   02 entry-alpha pic X(8) value spaces.
01 page-line-area.
   02 page-line occurs 16 times pic X(78).
01 run-result-text pic X(40) value spaces.
*>changes what the next run will do -- rebuilding the dataset list,
*>rewriting the parameter card, arming restart, launching a run --
*>so a questioned run can be traced back to who set it up and with
*>what. Same stamped layout as statnew's audit lines, with the
*>signed-on operator's id between the program name and the text; the
*>file is opened only for the moment of the write so a launched run
*>can append to it freely.
01 audit-line-rec.
   02 aud-date pic X(10).
   02 filler pic X(1) value space.
   02 filler pic X(1) value space.
   02 aud-program pic X(8) value 'STATCON'.
   02 filler pic X(1) value space.
   02 aud-operator pic X(8) value spaces.
   02 filler pic X(1) value space.
   02 aud-text pic X(100).
77 aud-n1 pic -(8)9.
01 ws-current-date.
   02 ws-cd-mi pic 9(2).
   02 ws-cd-ss pic 9(2).
   02 filler pic X(7).
*>--- registry and unit-table maintenance ---
*>STATREG.txt and STATUNIT.txt are held in memory line for line --
*>comment lines included, so a save rewrites the file exactly as it
*>was apart from the one entry changed. The record layouts are
*>statnew's registry-record and unit-conv-record and must stay in
*>step with them.
77 ws-reg-fs pic X(2).
77 ws-unit-fs pic X(2).
77 ws-maint-eof pic X value 'N'.
77 ws-maint-full pic X value 'N'.
77 ws-maint-slot pic S9999 usage is computational.
77 ws-reg-lines pic S9999 usage is computational value zero.
77 ws-unit-lines pic S9999 usage is computational value zero.
77 mi pic S9999 usage is computational.
77 mj pic S9999 usage is computational.
77 maint-action pic X value space.
77 maint-key pic X(40) value spaces.
77 maint-unit-key pic X(8) value spaces.
77 maint-message pic X(70) value spaces.
77 edit-confirm pic X value 'N'.
77 ws-edit-done pic X value 'N'.
77 ws-edit-saved pic X value 'N'.
01 reg-file-area.
   02 reg-file-line occurs 300 times pic X(800).
01 unit-file-area.
   02 unit-file-line occurs 300 times pic X(80).
01 registry-record.
   02 reg-dataset pic X(40).
   02 reg-min pic S9(14)V9(4).
   02 reg-max pic S9(14)V9(4).
   02 reg-frequency pic X(10).
   02 reg-groups pic X(80).
   02 reg-format pic X(1).
   02 reg-lsl pic S9(14)V9(4).
   02 reg-lsl-x redefines reg-lsl pic X(18).
   02 reg-usl pic S9(14)V9(4).
   02 reg-usl-x redefines reg-usl pic X(18).
   02 reg-target pic S9(14)V9(4).
   02 reg-target-x redefines reg-target pic X(18).
   02 reg-group-spec occurs 10 times.
      03 reg-grp-lsl pic S9(14)V9(4).
      03 reg-grp-lsl-x redefines reg-grp-lsl pic X(18).
      03 reg-grp-usl pic S9(14)V9(4).
      03 reg-grp-usl-x redefines reg-grp-usl pic X(18).
      03 reg-grp-target pic S9(14)V9(4).
      03 reg-grp-target-x redefines reg-grp-target pic X(18).
01 unit-conv-record.
   02 ucv-group pic X(8).
   02 ucv-factor pic S9(7)V9(6).
   02 ucv-offset pic S9(14)V9(4).
*>the entry being edited, as screen text. Numbers are keyed the way
*>an operator writes them (-12.5) and only turned into the file's
*>zoned columns once they have passed the edit checks.
01 reg-edit-area.
   02 edit-min pic X(20).
   02 edit-max pic X(20).
   02 edit-freq pic X(10).
   02 edit-format pic X(1).
   02 edit-groups pic X(80).
   02 edit-spec.
      03 edit-lsl pic X(20).
      03 edit-usl pic X(20).
      03 edit-target pic X(20).
*>specification limits are optional, so each keeps a flag beside its
*>value: a blank field is written back as blank columns, not zero.
77 edit-lsl-val pic S9(14)V9(4) usage is computational-3.
77 edit-usl-val pic S9(14)V9(4) usage is computational-3.
77 edit-target-val pic S9(14)V9(4) usage is computational-3.
77 edit-has-lsl pic X.
77 edit-has-usl pic X.
77 edit-has-target pic X.
77 maint-group-key pic X(8) value spaces.
77 ws-grp-slot pic S9999 usage is computational.
*>a group's limits sit in the slot matching its position in the
*>code list; when a change reorders or drops codes the old slots are
*>carried across by code, so limits follow their group.
01 spec-audit-area.
   02 sa-lsl pic S9(14)V9(4).
   02 sa-lsl-x redefines sa-lsl pic X(18).
   02 sa-usl pic S9(14)V9(4).
   02 sa-usl-x redefines sa-usl pic X(18).
   02 sa-target pic S9(14)V9(4).
   02 sa-target-x redefines sa-target pic X(18).
77 sa-text-lsl pic X(20).
77 sa-text-usl pic X(20).
77 sa-text-target pic X(20).
01 old-group-area.
   02 old-grp-entry occurs 10 times.
      03 old-grp-code pic X(8).
      03 old-grp-spec pic X(54).
01 unit-edit-area.
   02 edit-factor pic X(20).
   02 edit-offset pic X(20).
77 edit-min-val pic S9(14)V9(4) usage is computational-3.
77 edit-max-val pic S9(14)V9(4) usage is computational-3.
77 edit-factor-val pic S9(7)V9(6) usage is computational-3.
77 edit-offset-val pic S9(14)V9(4) usage is computational-3.
77 edit-num-out pic -(14)9.9(4).
77 edit-fac-out pic -(7)9.9(6).
*>the group-code list is split into one slot more than a registry
*>entry may carry, so an eleventh code is caught rather than lost.
77 ws-grp-fields pic S9999 usage is computational.
01 edit-group-area.
   02 edit-grp-entry occurs 11 times.
      03 edit-grp-code pic X(20).
      03 edit-grp-len pic S9999 usage is computational.
*>numeric-text scan, same rules as statnew's check-numeric-text, plus
*>the digit counts either side of the point so a value too wide for
*>its file column is refused instead of silently truncated.
77 ws-num-ok pic X.
77 ws-num-text pic X(20).
77 ws-num-work pic X(20).
77 ws-num-char pic X.
77 ws-num-dot pic S9999 usage is computational.
77 ws-num-int pic S9999 usage is computational.
77 ws-num-dec pic S9999 usage is computational.
77 dxi pic S9999 usage is computational.
*>before/after images go to the audit trail eighty columns a line.
77 ws-image-tag pic X(24).
77 ws-image pic X(880).
77 ws-image-pos pic S9999 usage is computational.
77 ws-image-part pic S9999 usage is computational.
77 ws-image-len pic S9999 usage is computational.
77 ws-maint-written pic X value 'N'.
77 ws-list-count pic S9999 usage is computational.
01 maint-before-image pic X(800).
77 aud-part pic 99.
01 reg-list-head.
   02 filler pic X(25) value 'DATASET'.
   02 filler pic X(19) value 'MINIMUM'.
   02 filler pic X(19) value 'MAXIMUM'.
   02 filler pic X(11) value 'FREQUENCY'.
   02 filler pic X(3) value 'FMT'.
01 reg-list-line.
   02 out-list-name pic X(24).
   02 filler pic X(1) value space.
   02 out-list-min pic X(18).
   02 filler pic X(1) value space.
   02 out-list-max pic X(18).
   02 filler pic X(1) value space.
   02 out-list-freq pic X(10).
   02 filler pic X(2) value spaces.
   02 out-list-format pic X(1).
01 reg-list-groups-line.
   02 filler pic X(10) value '  GROUPS: '.
   02 out-list-groups pic X(68).
01 unit-list-head.
   02 filler pic X(10) value 'GROUP'.
   02 filler pic X(21) value 'FACTOR'.
   02 filler pic X(6) value 'OFFSET'.
01 unit-list-line.
   02 out-ulist-group pic X(8).
   02 filler pic X(2) value spaces.
   02 out-ulist-factor pic X(20).
   02 filler pic X(1) value space.
   02 out-ulist-offset pic X(20).
01 maint-empty-line pic X(40) value ' NO ENTRIES ON FILE'.
01 maint-list-text pic X(78).
*>--- operator sign-on and supervisor authorization ---
*>STATOPR.txt is kept by the supervisors by hand, one line per
*>operator ('*' in column 1 is a comment):
*>  cols  1-8   operator id
*>  cols 10-39  name
*>  col  41     role - S supervisor, anything else operator
*>  cols 43-50  password
*>Nothing on the menu is reachable until an operator on that file
*>has signed on. An operator may do everything but the actions that
*>stand a run control down: arming the duplicate override, arming
*>restart, loosening MIN-ALLOWED, MAX-ALLOWED or REJECT-TOLERANCE
*>past what the current card allows, launching a run while
*>STATALERT.txt still holds a severity of 8 or more, and reopening a
*>closed period. Those need a supervisor, and every refusal is
*>audited under the operator's id.
77 ws-opr-fs pic X(2).
77 ws-alert-fs pic X(2).
77 ws-parm-fs pic X(2).
77 ws-in-eof pic X value 'N'.
77 ws-signed-on pic X value 'N'.
77 ws-opr-found pic X value 'N'.
77 ws-signon-tries pic S9999 usage is computational.
77 signon-id pic X(8) value spaces.
77 signon-password pic X(8) value spaces.
77 signon-message pic X(70) value spaces.
77 console-message pic X(70) value spaces.
01 operator-record.
   02 opr-id pic X(8).
   02 filler pic X(1).
   02 opr-name pic X(30).
   02 filler pic X(1).
   02 opr-role pic X(1).
   02 filler pic X(1).
   02 opr-password pic X(8).
   02 filler pic X(30).
01 console-operator.
   02 con-opr-id pic X(8) value spaces.
   02 con-opr-name pic X(30) value spaces.
   02 con-opr-role pic X(1) value space.
77 con-role-text pic X(10) value spaces.
*>the limits in force before the card is rewritten: statnew's own
*>defaults, overridden by whatever the current STATPARM.txt says.
*>The defaults must stay in step with statnew's threshold-control
*>and ws-reject-tol.
77 cur-min-val pic S9(14)V9(4) usage is computational-3.
77 cur-max-val pic S9(14)V9(4) usage is computational-3.
77 cur-tol-val pic S9(5)V9(4) usage is computational-3.
77 new-min-val pic S9(14)V9(4) usage is computational-3.
77 new-max-val pic S9(14)V9(4) usage is computational-3.
77 new-tol-val pic S9(5)V9(4) usage is computational-3.
77 parm-in-key pic X(30).
77 parm-in-value pic X(50).
77 ws-alert-sev pic S9999 usage is computational.
77 aud-sev pic Z9.
*>period reopen: statclose's STATPCTL.txt layout (see statclose); a
*>month's last line is its standing, so a reopen is one more line.
77 ws-pctl-fs pic X(2).
77 reopen-period-key pic X(7) value spaces.
77 reopen-confirm pic X value 'N'.
77 ws-pctl-standing pic X(8) value spaces.
01 period-ctl-record.
   02 pctl-period pic X(7).
   02 filler pic X(1) value space.
   02 pctl-status pic X(8).
   02 filler pic X(1) value space.
   02 pctl-date pic X(10).
   02 filler pic X(1) value space.
   02 pctl-time pic X(8).
   02 filler pic X(1) value space.
   02 pctl-by pic X(8).
   02 filler pic X(1) value space.
   02 pctl-note pic X(60).
   02 filler pic X(26) value spaces.

screen section.
01 signon-screen.
   02 blank screen.
   02 line 2 col 5 value 'STATNEW OPERATIONS CONSOLE - SIGN ON'.
   02 line 3 col 5 value '------------------------------------'.
   02 line 5 col 5 value 'OPERATOR ID: '.
   02 line 5 col 18 pic X(8) using signon-id.
   02 line 6 col 5 value 'PASSWORD:    '.
   02 line 6 col 18 pic X(8) using signon-password secure.
   02 line 8 col 5 pic X(70) from signon-message.
01 menu-screen.
   02 blank screen.
   02 line 2 col 5 value 'STATNEW OPERATIONS CONSOLE'.
   02 line 2 col 40 value 'OPERATOR: '.
   02 line 2 col 50 pic X(8) from con-opr-id.
   02 line 3 col 5 value '--------------------------'.
   02 line 3 col 40 pic X(30) from con-opr-name.
   02 line 5 col 5 value '1  BUILD DATASET LIST (STATCTL)'.
   02 line 6 col 5 value '2  SET RUN PARAMETERS (STATPARM)'.
   02 line 7 col 5 value '3  ARM / CLEAR RESTART'.
   02 line 9 col 5 value '5  BROWSE SUMMARY REPORT (NOUT)'.
   02 line 10 col 5 value '6  BROWSE REJECT LIST'.
   02 line 11 col 5 value '7  BROWSE RUN CONTROL LOG'.
   02 line 12 col 5 value '8  MAINTAIN DATASET REGISTRY (STATREG)'.
   02 line 13 col 5 value '9  MAINTAIN UNIT CONVERSIONS (STATUNIT)'.
   02 line 14 col 5 value 'P  REOPEN A CLOSED PERIOD (STATPCTL)'.
   02 line 15 col 5 value 'X  EXIT'.
   02 line 16 col 5 value 'LAST RUN: '.
   02 line 16 col 15 pic X(40) from run-result-text.
   02 line 18 col 5 value 'CHOICE: '.
   02 line 18 col 13 pic X using menu-choice.
   02 line 20 col 5 pic X(70) from console-message.
01 dataset-screen.
   02 blank screen.
   02 line 2 col 5 value 'DATASET LIST ENTRY'.
   02 line 9 col 25 pic X(8) using entry-tol.
   02 line 10 col 5 value 'DUP OVERRIDE (Y/N):'.
   02 line 10 col 25 pic X using entry-dup.
   02 line 11 col 5 value 'ANOVA LEVEL %:     '.
   02 line 11 col 25 pic X(8) using entry-alpha.
01 period-screen.
   02 blank screen.
   02 line 2 col 5 value 'REOPEN A CLOSED PERIOD (STATPCTL)'.
   02 line 4 col 5 value 'PERIOD (YYYY-MM):  '.
   02 line 4 col 25 pic X(7) using reopen-period-key.
   02 line 5 col 5 value 'REOPEN (Y/N):      '.
   02 line 5 col 25 pic X using reopen-confirm.
   02 line 7 col 5 value 'A REOPENED PERIOD STAYS OPEN TO STATNEW UNTIL'.
   02 line 8 col 5 value 'STATCLOSE CLOSES IT AGAIN.'.
01 restart-screen.
   02 blank screen.
   02 line 2 col 5 value 'RESTART CONTROL'.
   02 line 16 col 1 pic X(78) from page-line(16).
   02 line 18 col 5 value 'ENTER=NEXT PAGE  X=MENU: '.
   02 line 18 col 31 pic X using pager-key.
01 reg-maint-screen.
   02 blank screen.
   02 line 2 col 5 value 'DATASET REGISTRY MAINTENANCE (STATREG)'.
   02 line 4 col 5 value 'L=LIST A=ADD C=CHANGE D=DELETE X=MENU: '.
   02 line 4 col 44 pic X using maint-action.
   02 line 5 col 5 value 'G=GROUP SPECIFICATION LIMITS'.
   02 line 6 col 5 value 'DATASET NAME: '.
   02 line 6 col 19 pic X(40) using maint-key.
   02 line 7 col 5 value 'GROUP CODE (G ONLY): '.
   02 line 7 col 26 pic X(8) using maint-group-key.
   02 line 9 col 5 pic X(70) from maint-message.
01 reg-edit-screen.
   02 blank screen.
   02 line 2 col 5 value 'REGISTRY ENTRY: '.
   02 line 2 col 21 pic X(40) from maint-key.
   02 line 4 col 5 value 'MINIMUM VALUE:    '.
   02 line 4 col 24 pic X(20) using edit-min.
   02 line 5 col 5 value 'MAXIMUM VALUE:    '.
   02 line 5 col 24 pic X(20) using edit-max.
   02 line 6 col 5 value 'FREQUENCY:        '.
   02 line 6 col 24 pic X(10) using edit-freq.
   02 line 7 col 5 value 'FORMAT (F/D):     '.
   02 line 7 col 24 pic X using edit-format.
   02 line 8 col 5 value 'SPEC LSL:         '.
   02 line 8 col 24 pic X(20) using edit-lsl.
   02 line 9 col 5 value 'SPEC USL:         '.
   02 line 9 col 24 pic X(20) using edit-usl.
   02 line 10 col 5 value 'SPEC TARGET:      '.
   02 line 10 col 24 pic X(20) using edit-target.
   02 line 12 col 5 value
      'GROUP CODES - COMMA LIST, UP TO 10 CODES OF 8 CHARACTERS:'.
   02 line 13 col 1 pic X(80) using edit-groups.
   02 line 15 col 5 value 'SAVE (Y/N): '.
   02 line 15 col 17 pic X using edit-confirm.
   02 line 17 col 5 pic X(70) from maint-message.
01 reg-delete-screen.
   02 blank screen.
   02 line 2 col 5 value 'DELETE REGISTRY ENTRY: '.
   02 line 2 col 28 pic X(40) from maint-key.
   02 line 4 col 5 value 'MINIMUM VALUE:    '.
   02 line 4 col 24 pic X(20) from edit-min.
   02 line 5 col 5 value 'MAXIMUM VALUE:    '.
   02 line 5 col 24 pic X(20) from edit-max.
   02 line 6 col 5 value 'FREQUENCY:        '.
   02 line 6 col 24 pic X(10) from edit-freq.
   02 line 7 col 5 value 'FORMAT (F/D):     '.
   02 line 7 col 24 pic X from edit-format.
   02 line 8 col 5 value 'SPEC LSL:         '.
   02 line 8 col 24 pic X(20) from edit-lsl.
   02 line 9 col 5 value 'SPEC USL:         '.
   02 line 9 col 24 pic X(20) from edit-usl.
   02 line 10 col 5 value 'SPEC TARGET:      '.
   02 line 10 col 24 pic X(20) from edit-target.
   02 line 12 col 5 value 'GROUP CODES:'.
   02 line 13 col 1 pic X(80) from edit-groups.
   02 line 15 col 5 value 'DELETE (Y/N): '.
   02 line 15 col 19 pic X using edit-confirm.
01 reg-group-spec-screen.
   02 blank screen.
   02 line 2 col 5 value 'GROUP SPECIFICATION LIMITS: '.
   02 line 2 col 33 pic X(40) from maint-key.
   02 line 3 col 5 value 'GROUP CODE: '.
   02 line 3 col 17 pic X(8) from maint-group-key.
   02 line 5 col 5 value 'SPEC LSL:         '.
   02 line 5 col 24 pic X(20) using edit-lsl.
   02 line 6 col 5 value 'SPEC USL:         '.
   02 line 6 col 24 pic X(20) using edit-usl.
   02 line 7 col 5 value 'SPEC TARGET:      '.
   02 line 7 col 24 pic X(20) using edit-target.
   02 line 9 col 5 value 'ALL BLANK = GROUP USES THE DATASET LIMITS'.
   02 line 11 col 5 value 'SAVE (Y/N): '.
   02 line 11 col 17 pic X using edit-confirm.
   02 line 13 col 5 pic X(70) from maint-message.
01 unit-maint-screen.
   02 blank screen.
   02 line 2 col 5 value 'UNIT CONVERSION MAINTENANCE (STATUNIT)'.
   02 line 4 col 5 value 'L=LIST A=ADD C=CHANGE D=DELETE X=MENU: '.
   02 line 4 col 44 pic X using maint-action.
   02 line 6 col 5 value 'GROUP CODE: '.
   02 line 6 col 17 pic X(8) using maint-unit-key.
   02 line 8 col 5 pic X(70) from maint-message.
01 unit-edit-screen.
   02 blank screen.
   02 line 2 col 5 value 'UNIT CONVERSION FOR GROUP: '.
   02 line 2 col 32 pic X(8) from maint-unit-key.
   02 line 4 col 5 value 'FACTOR:           '.
   02 line 4 col 24 pic X(20) using edit-factor.
   02 line 5 col 5 value 'OFFSET:           '.
   02 line 5 col 24 pic X(20) using edit-offset.
   02 line 7 col 5 value 'HOUSE VALUE = READING * FACTOR + OFFSET'.
   02 line 9 col 5 value 'SAVE (Y/N): '.
   02 line 9 col 17 pic X using edit-confirm.
   02 line 11 col 5 pic X(70) from maint-message.
01 unit-delete-screen.
   02 blank screen.
   02 line 2 col 5 value 'DELETE UNIT CONVERSION FOR GROUP: '.
   02 line 2 col 39 pic X(8) from maint-unit-key.
   02 line 4 col 5 value 'FACTOR:           '.
   02 line 4 col 24 pic X(20) from edit-factor.
   02 line 5 col 5 value 'OFFSET:           '.
   02 line 5 col 24 pic X(20) from edit-offset.
   02 line 7 col 5 value 'DELETE (Y/N): '.
   02 line 7 col 19 pic X using edit-confirm.

procedure division.
*>sign-on first; then the menu loop: each option is one guided task,
*>then back to the menu. A message left by a refused action shows on
*>the next menu and is cleared once it has been seen.
perform sign-on.
if ws-signed-on = 'Y'
   perform until menu-choice = 'X' or menu-choice = 'x'
      move space to menu-choice
      display menu-screen
      accept menu-screen
      move spaces to console-message
      evaluate menu-choice
         when '1' perform build-dataset-list
         when '2' perform write-parameter-card
         when '3' perform set-restart
         when '4' perform launch-run
         when '5' move "NOUT.txt" to ws-browse-name
                  perform browse-pager
         when '6' move "NUMS-REJECTS.txt" to ws-browse-name
                  perform browse-pager
         when '7' move "STATLOG.txt" to ws-browse-name
                  perform browse-pager
         when '8' perform maintain-registry
         when '9' perform maintain-unit-table
         when 'P' perform reopen-period
         when 'p' perform reopen-period
      end-evaluate
   end-perform
   move 'SIGN-OFF' to aud-text
   perform write-audit
end-if.
goback.

*>three tries at the sign-on screen, each refusal audited under the
*>id that was keyed; after the third the console closes.
sign-on.
move 'N' to ws-signed-on.
move zero to ws-signon-tries.
move spaces to signon-message.
perform sign-on-attempt
   until ws-signed-on = 'Y' or ws-signon-tries not < 3.

sign-on-attempt.
move spaces to signon-id, signon-password.
display signon-screen.
accept signon-screen.
add 1 to ws-signon-tries.
perform find-operator.
if ws-opr-found = 'Y' and opr-password = signon-password
   and signon-id not = spaces
   move 'Y' to ws-signed-on
   move opr-id to con-opr-id, aud-operator
   move opr-name to con-opr-name
   if opr-role = 'S' or opr-role = 's'
      move 'S' to con-opr-role
      move 'SUPERVISOR' to con-role-text
   else
      move 'O' to con-opr-role
      move 'OPERATOR' to con-role-text
   end-if
   move spaces to aud-text
   string 'SIGN-ON ' delimited by size
          con-opr-name delimited by '  '
          ' ROLE=' con-role-text delimited by size
      into aud-text
   perform write-audit
else
   if signon-message = spaces
      move 'OPERATOR ID OR PASSWORD NOT RECOGNIZED' to signon-message
   end-if
   move spaces to aud-text
   string 'SIGN-ON REFUSED ID=' signon-id
      delimited by size into aud-text
   perform write-audit
end-if.

*>the operator file is read afresh at every attempt, so a supervisor
*>adding a new operator does not need the console restarted.
find-operator.
move 'N' to ws-opr-found.
move spaces to signon-message.
open input operator-file.
if ws-opr-fs = '00'
   move 'N' to ws-in-eof
   perform operator-loop until ws-in-eof = 'Y'
else
   move 'NO OPERATOR FILE (STATOPR.TXT) - SEE A SUPERVISOR'
      to signon-message
end-if.
if ws-opr-fs = '00' or ws-opr-fs = '05' or ws-opr-fs = '10'
   close operator-file
end-if.

operator-loop.
read operator-file into operator-record
   at end move 'Y' to ws-in-eof
end-read.
if ws-in-eof not = 'Y' and operator-record(1:1) not = '*'
   and opr-id = signon-id
   move 'Y' to ws-opr-found
   move 'Y' to ws-in-eof
end-if.

*>a single dataset is just a list of one: statnew's driver mode reads
*>STATCTL.txt either way, so the console always writes the list file
*>and the operator never has to know the single-file convention.
write-parameter-card.
display parm-screen.
accept parm-screen.
perform check-parm-authority.
if console-message = spaces
   perform rewrite-parameter-card
else
   move spaces to aud-text
   string 'STATPARM REFUSED - ' console-message
      delimited by size into aud-text
   perform write-audit
end-if.

rewrite-parameter-card.
move 'STATPARM REWRITTEN' to aud-text.
perform write-audit.
open output parm-out-file.
   write parm-out-line
   perform audit-parm-line
end-if.
if entry-alpha not = spaces
   move spaces to parm-out-line
   string 'ANOVA-ALPHA=' function trim(entry-alpha)
      delimited by size into parm-out-line
   write parm-out-line
   perform audit-parm-line
end-if.
*>the duplicate override is a one-run decision, never a standing
*>default: it arms the DUPOVRD.txt one-shot flag file (same scheme
*>as RESTART.txt), which statnew rewrites to N after the run it was
   delimited by size into aud-text.
perform write-audit.

*>every limit keyed must be a number before it can be judged; then,
*>for an operator, the duplicate override and any limit looser than
*>the one in force are refused. A blank limit is statnew's default,
*>so blanking a tightened limit loosens it too. First failure wins
*>and is left in console-message.
check-parm-authority.
move spaces to console-message.
perform read-current-limits.
move -100000 to new-min-val.
move 100000 to new-max-val.
move 10 to new-tol-val.
if entry-min not = spaces
   move entry-min to ws-num-text
   perform check-numeric-text
   if ws-num-ok = 'Y' and ws-num-int < 15 and ws-num-dec < 5
      compute new-min-val = function numval(ws-num-text)
   else
      move 'MIN-ALLOWED IS NOT A VALID NUMBER' to console-message
   end-if
end-if.
if entry-max not = spaces and console-message = spaces
   move entry-max to ws-num-text
   perform check-numeric-text
   if ws-num-ok = 'Y' and ws-num-int < 15 and ws-num-dec < 5
      compute new-max-val = function numval(ws-num-text)
   else
      move 'MAX-ALLOWED IS NOT A VALID NUMBER' to console-message
   end-if
end-if.
if entry-tol not = spaces and console-message = spaces
   move entry-tol to ws-num-text
   perform check-numeric-text
   if ws-num-ok = 'Y' and ws-num-int < 4 and ws-num-dec < 3
      compute new-tol-val = function numval(ws-num-text)
   else
      move 'REJECT TOLERANCE IS NOT A VALID PERCENT' to console-message
   end-if
end-if.
if console-message = spaces and con-opr-role not = 'S'
   evaluate true
      when entry-dup = 'Y' or entry-dup = 'y'
         move 'DUP OVERRIDE NEEDS A SUPERVISOR' to console-message
      when new-min-val < cur-min-val
         move 'LOWER MIN-ALLOWED NEEDS A SUPERVISOR' to console-message
      when new-max-val > cur-max-val
         move 'HIGHER MAX-ALLOWED NEEDS A SUPERVISOR'
            to console-message
      when new-tol-val > cur-tol-val
         move 'HIGHER REJECT TOLERANCE NEEDS A SUPERVISOR'
            to console-message
   end-evaluate
end-if.

read-current-limits.
move -100000 to cur-min-val.
move 100000 to cur-max-val.
move 10 to cur-tol-val.
open input parm-in-file.
if ws-parm-fs = '00'
   move 'N' to ws-in-eof
   perform current-limit-loop until ws-in-eof = 'Y'
end-if.
if ws-parm-fs = '00' or ws-parm-fs = '05' or ws-parm-fs = '10'
   close parm-in-file
end-if.

*>the card's values are taken the way statnew takes them; a value
*>that is not a number is skipped here, as statnew would misread it
*>anyway and the new card replaces it.
current-limit-loop.
read parm-in-file
   at end move 'Y' to ws-in-eof
end-read.
if ws-in-eof not = 'Y' and parm-in-line(1:1) not = '*'
   and parm-in-line not = spaces
   move spaces to parm-in-key, parm-in-value
   unstring parm-in-line delimited by '='
      into parm-in-key, parm-in-value
   move parm-in-value to ws-num-text
   perform check-numeric-text
   if ws-num-ok = 'Y'
      evaluate function trim(parm-in-key)
         when 'MIN-ALLOWED'
            compute cur-min-val = function numval(ws-num-text)
         when 'MAX-ALLOWED'
            compute cur-max-val = function numval(ws-num-text)
         when 'REJECT-TOLERANCE'
            compute cur-tol-val = function numval(ws-num-text)
      end-evaluate
   end-if
end-if.

*>an operator may clear restart but only a supervisor may arm it.
set-restart.
display restart-screen.
accept restart-screen.
if (restart-choice = 'Y' or restart-choice = 'y')
   and con-opr-role not = 'S'
   move 'RESTART ARM NEEDS A SUPERVISOR' to console-message
   move 'RESTART ARM REFUSED - NEEDS A SUPERVISOR' to aud-text
   perform write-audit
else
   perform write-restart-flag
end-if.

write-restart-flag.
open output restart-out-file.
if restart-choice = 'Y' or restart-choice = 'y'
   move 'Y' to restart-out-line
close restart-out-file.
perform write-audit.

*>a month closed on STATPCTL.txt (or closed and since archived) is
*>reopened by a supervisor only; statnew takes the month's datasets
*>again from the next run until statclose closes it once more.
reopen-period.
move spaces to reopen-period-key.
move 'N' to reopen-confirm.
display period-screen.
accept period-screen.
if reopen-confirm = 'Y' or reopen-confirm = 'y'
   evaluate true
      when con-opr-role not = 'S'
         move 'PERIOD REOPEN NEEDS A SUPERVISOR' to console-message
         move spaces to aud-text
         string 'PERIOD REOPEN REFUSED - NEEDS A SUPERVISOR PERIOD='
                reopen-period-key
            delimited by size into aud-text
         perform write-audit
      when reopen-period-key(1:4) is not numeric
         or reopen-period-key(5:1) not = '-'
         or reopen-period-key(6:2) is not numeric
         move 'PERIOD MUST BE YYYY-MM' to console-message
      when other
         perform read-period-standing
         if ws-pctl-standing = 'CLOSED' or ws-pctl-standing = 'ARCHIVED'
            perform write-period-reopen
         else
            move spaces to console-message
            string 'PERIOD ' reopen-period-key ' IS NOT CLOSED'
               delimited by size into console-message
         end-if
   end-evaluate
end-if.

read-period-standing.
move spaces to ws-pctl-standing.
open input pctl-file.
if ws-pctl-fs = '00'
   move 'N' to ws-in-eof
   perform period-standing-loop until ws-in-eof = 'Y'
end-if.
if ws-pctl-fs = '00' or ws-pctl-fs = '05' or ws-pctl-fs = '10'
   close pctl-file
end-if.

period-standing-loop.
read pctl-file into period-ctl-record
   at end move 'Y' to ws-in-eof
end-read.
if ws-in-eof not = 'Y' and pctl-period = reopen-period-key
   move pctl-status to ws-pctl-standing
end-if.

write-period-reopen.
move function current-date to ws-current-date.
move spaces to period-ctl-record.
move reopen-period-key to pctl-period.
move 'REOPENED' to pctl-status.
string ws-cd-yyyy '-' ws-cd-mm '-' ws-cd-dd
   delimited by size into pctl-date.
string ws-cd-hh ':' ws-cd-mi ':' ws-cd-ss
   delimited by size into pctl-time.
move con-opr-id to pctl-by.
string 'REOPENED FROM STATCON - WAS ' ws-pctl-standing
   delimited by size into pctl-note.
open extend pctl-file.
write pctl-line from period-ctl-record.
close pctl-file.
move spaces to aud-text, console-message.
string 'PERIOD REOPENED PERIOD=' reopen-period-key
       ' WAS ' ws-pctl-standing
   delimited by size into aud-text.
perform write-audit.
string 'PERIOD ' reopen-period-key ' REOPENED'
   delimited by size into console-message.

*>launches statnew in this address space and reports its graded
*>completion code on the menu; cancel drops the program so a second
*>launch starts from fresh working storage. An operator cannot launch
*>over an alert of 8 or more still standing from the last run -- a
*>supervisor has to look at it first, and a supervisor launching over
*>one is audited as such. The operator's id is handed to statnew on
*>STATOPER.txt for its RUN START line and cleared again afterwards so
*>a later batch run is never stamped with it.
launch-run.
perform read-alert-severity.
move ws-alert-sev to aud-sev.
if ws-alert-sev not < 8 and con-opr-role not = 'S'
   move spaces to console-message, aud-text
   string 'STATALERT SEVERITY ' aud-sev
          ' STANDING - LAUNCH NEEDS A SUPERVISOR'
      delimited by size into console-message
   string 'RUN LAUNCH REFUSED - STATALERT SEVERITY= ' aud-sev
      delimited by size into aud-text
   perform write-audit
else
   perform start-statnew
end-if.

start-statnew.
if ws-alert-sev not < 8
   move spaces to aud-text
   string 'RUN LAUNCHED OVER STATALERT SEVERITY= ' aud-sev
      delimited by size into aud-text
else
   move 'RUN LAUNCHED' to aud-text
end-if.
perform write-audit.
move con-opr-id to oper-out-line.
perform write-oper-handoff.
call 'statnew'.
move return-code to run-result.
cancel 'statnew'.
move zero to return-code.
move spaces to oper-out-line.
perform write-oper-handoff.
move run-result to aud-n1.
move spaces to aud-text.
string 'RUN ENDED CODE= ' aud-n1
   when other move 'ENDED - UNRECOGNIZED CODE' to run-result-text
end-evaluate.

write-oper-handoff.
open output oper-out-file.
write oper-out-line.
close oper-out-file.

*>statnew's alert file carries its severity on the ' SEVERITY= '
*>line; an empty or absent file means the last run ended clean.
read-alert-severity.
move zero to ws-alert-sev.
open input alert-in-file.
if ws-alert-fs = '00'
   move 'N' to ws-in-eof
   perform alert-in-loop until ws-in-eof = 'Y'
end-if.
if ws-alert-fs = '00' or ws-alert-fs = '05' or ws-alert-fs = '10'
   close alert-in-file
end-if.

alert-in-loop.
read alert-in-file
   at end move 'Y' to ws-in-eof
end-read.
if ws-in-eof not = 'Y' and alert-in-line(1:11) = ' SEVERITY= '
   if alert-in-line(12:2) is numeric
      move alert-in-line(12:2) to ws-alert-sev
   else
      if alert-in-line(13:1) is numeric
         move alert-in-line(13:1) to ws-alert-sev
      end-if
   end-if
   move 'Y' to ws-in-eof
end-if.

*>stamps and appends one line to the permanent audit trail; the file
*>is opened and closed around the single write so it is never held
*>while a launched run wants to append to it.
   add 1 to page-depth
   move browse-line(1:78) to page-line(page-depth)
end-if.

*>registry maintenance: one action at a time against the in-memory
*>copy of STATREG.txt, and the file is rewritten in full after every
*>accepted add, change or delete, so what is on disk is always what
*>the next run will load. A registry longer than the table is left
*>for hand editing -- rewriting it from a partial copy would lose
*>the entries that did not fit.
maintain-registry.
perform load-registry-lines.
move spaces to maint-key, maint-message.
move space to maint-action.
perform registry-maint-step
   until maint-action = 'X' or maint-action = 'x'.
move space to maint-action.

registry-maint-step.
display reg-maint-screen.
accept reg-maint-screen.
move spaces to maint-message.
evaluate maint-action
   when 'L' when 'l' perform list-registry
   when 'A' when 'a' perform add-registry-entry
   when 'C' when 'c' perform change-registry-entry
   when 'D' when 'd' perform delete-registry-entry
   when 'G' when 'g' perform group-spec-entry
   when 'X' when 'x' continue
   when other move 'ACTION MUST BE L, A, C, D, G OR X' to maint-message
end-evaluate.
if maint-action not = 'X' and maint-action not = 'x'
   move space to maint-action
end-if.

load-registry-lines.
move zero to ws-reg-lines.
move 'N' to ws-maint-full.
*>an optional file that is not there yet opens with status 05 and
*>must still be closed before the first save can open it for output.
open input reg-maint-file.
if ws-reg-fs = '00'
   move 'N' to ws-maint-eof
   perform registry-line-loop until ws-maint-eof = 'Y'
end-if.
if ws-reg-fs = '00' or ws-reg-fs = '05' or ws-reg-fs = '10'
   close reg-maint-file
end-if.

registry-line-loop.
read reg-maint-file
   at end move 'Y' to ws-maint-eof
end-read.
if ws-maint-eof not = 'Y'
   if ws-reg-lines < 300
      add 1 to ws-reg-lines
      move reg-maint-line to reg-file-line(ws-reg-lines)
   else
      move 'Y' to ws-maint-full
   end-if
end-if.

*>comment and blank lines are never matched, the same lines statnew
*>passes over when it loads the table.
find-registry-slot.
move zero to ws-maint-slot.
perform match-registry-line
   varying mi from 1 by 1
   until mi > ws-reg-lines or ws-maint-slot > zero.

match-registry-line.
if reg-file-line(mi) not = spaces
   and reg-file-line(mi)(1:1) not = '*'
   and reg-file-line(mi)(1:40) = maint-key
   move mi to ws-maint-slot
end-if.

add-registry-entry.
perform find-registry-slot.
evaluate true
   when maint-key = spaces
      move 'DATASET NAME IS REQUIRED' to maint-message
   when maint-key(1:1) = '*'
      move 'DATASET NAME MAY NOT START WITH *' to maint-message
   when ws-maint-slot > zero
      move 'ALREADY REGISTERED - USE C TO CHANGE IT' to maint-message
   when ws-maint-full = 'Y' or ws-reg-lines not < 300
      move 'STATREG IS FULL - MAINTAIN IT BY HAND' to maint-message
   when other
      move spaces to reg-edit-area, old-group-area
      move 'F' to edit-format
      perform edit-registry-entry
      if ws-edit-saved = 'Y'
         add 1 to ws-reg-lines
         move registry-record to reg-file-line(ws-reg-lines)
         perform rewrite-registry-file
         if ws-maint-written = 'Y'
            move spaces to aud-text
            string 'STATREG ADD ' function trim(maint-key)
               delimited by size into aud-text
            perform write-audit
            perform audit-registry-limits-after
            move 'STATREG AFTER' to ws-image-tag
            move registry-record to ws-image
            perform write-image-lines
            move 'ENTRY ADDED' to maint-message
         end-if
      end-if
end-evaluate.

change-registry-entry.
perform find-registry-slot.
evaluate true
   when ws-maint-full = 'Y'
      move 'STATREG IS FULL - MAINTAIN IT BY HAND' to maint-message
   when ws-maint-slot = zero
      move 'NOT REGISTERED - USE A TO ADD IT' to maint-message
   when other
      move reg-file-line(ws-maint-slot) to maint-before-image
      perform load-registry-edit
      perform edit-registry-entry
      if ws-edit-saved = 'Y'
         move registry-record to reg-file-line(ws-maint-slot)
         perform rewrite-registry-file
         if ws-maint-written = 'Y'
            move spaces to aud-text
            string 'STATREG CHANGE ' function trim(maint-key)
               delimited by size into aud-text
            perform write-audit
            perform audit-registry-limits-before
            perform audit-registry-limits-after
            move 'STATREG BEFORE' to ws-image-tag
            move maint-before-image to ws-image
            perform write-image-lines
            move 'STATREG AFTER' to ws-image-tag
            move registry-record to ws-image
            perform write-image-lines
            move 'ENTRY CHANGED' to maint-message
         end-if
      end-if
end-evaluate.

delete-registry-entry.
perform find-registry-slot.
evaluate true
   when ws-maint-full = 'Y'
      move 'STATREG IS FULL - MAINTAIN IT BY HAND' to maint-message
   when ws-maint-slot = zero
      move 'NOT REGISTERED - NOTHING TO DELETE' to maint-message
   when other
      move reg-file-line(ws-maint-slot) to maint-before-image
      perform load-registry-edit
      move 'N' to edit-confirm, ws-edit-saved
      display reg-delete-screen
      accept reg-delete-screen
      if edit-confirm = 'Y' or edit-confirm = 'y'
         perform close-registry-gap
            varying mi from ws-maint-slot by 1
            until mi not < ws-reg-lines
         subtract 1 from ws-reg-lines
         perform rewrite-registry-file
         if ws-maint-written = 'Y'
            move spaces to aud-text
            string 'STATREG DELETE ' function trim(maint-key)
               delimited by size into aud-text
            perform write-audit
            perform audit-registry-limits-before
            move 'STATREG BEFORE' to ws-image-tag
            move maint-before-image to ws-image
            perform write-image-lines
            move 'ENTRY DELETED' to maint-message
         end-if
      else
         move 'NOTHING DELETED' to maint-message
      end-if
end-evaluate.

*>one group's limits on an existing entry. The group must already be
*>in the entry's code list -- limits are kept in the slot of the
*>group's position there, and a code the registry does not accept
*>would never reach a group section to be measured.
group-spec-entry.
perform find-registry-slot.
evaluate true
   when ws-maint-full = 'Y'
      move 'STATREG IS FULL - MAINTAIN IT BY HAND' to maint-message
   when ws-maint-slot = zero
      move 'NOT REGISTERED - ADD THE DATASET FIRST' to maint-message
   when maint-group-key = spaces
      move 'GROUP CODE IS REQUIRED FOR G' to maint-message
   when other
      move reg-file-line(ws-maint-slot) to maint-before-image
      move maint-before-image to registry-record
      perform load-old-groups
      move zero to ws-grp-slot
      perform find-group-slot varying mj from 1 by 1 until mj > 10
      if ws-grp-slot = zero
         move 'GROUP CODE IS NOT IN THIS DATASET''S CODE LIST'
            to maint-message
      else
         perform edit-group-spec
      end-if
end-evaluate.

find-group-slot.
if ws-grp-slot = zero and old-grp-code(mj) not = spaces
   and old-grp-code(mj) = maint-group-key
   move mj to ws-grp-slot
end-if.

edit-group-spec.
move spaces to edit-spec.
if reg-grp-lsl(ws-grp-slot) is numeric
   move reg-grp-lsl(ws-grp-slot) to edit-num-out
   move function trim(edit-num-out) to edit-lsl
end-if.
if reg-grp-usl(ws-grp-slot) is numeric
   move reg-grp-usl(ws-grp-slot) to edit-num-out
   move function trim(edit-num-out) to edit-usl
end-if.
if reg-grp-target(ws-grp-slot) is numeric
   move reg-grp-target(ws-grp-slot) to edit-num-out
   move function trim(edit-num-out) to edit-target
end-if.
move 'N' to ws-edit-done, ws-edit-saved.
move spaces to maint-message.
perform group-spec-pass until ws-edit-done = 'Y'.
if ws-edit-saved = 'Y'
   move spaces to reg-grp-lsl-x(ws-grp-slot),
      reg-grp-usl-x(ws-grp-slot), reg-grp-target-x(ws-grp-slot)
   if edit-has-lsl = 'Y'
      move edit-lsl-val to reg-grp-lsl(ws-grp-slot)
   end-if
   if edit-has-usl = 'Y'
      move edit-usl-val to reg-grp-usl(ws-grp-slot)
   end-if
   if edit-has-target = 'Y'
      move edit-target-val to reg-grp-target(ws-grp-slot)
   end-if
   move registry-record to reg-file-line(ws-maint-slot)
   perform rewrite-registry-file
   if ws-maint-written = 'Y'
      move spaces to aud-text
      string 'STATREG GROUP SPEC ' function trim(maint-key)
         ' GROUP ' function trim(maint-group-key)
         delimited by size into aud-text
      perform write-audit
      move maint-before-image to registry-record
      move reg-grp-lsl-x(ws-grp-slot) to sa-lsl-x
      move reg-grp-usl-x(ws-grp-slot) to sa-usl-x
      move reg-grp-target-x(ws-grp-slot) to sa-target-x
      move 'STATREG SPEC BEFORE=' to ws-image-tag
      perform audit-spec-image
      move reg-file-line(ws-maint-slot) to registry-record
      move reg-grp-lsl-x(ws-grp-slot) to sa-lsl-x
      move reg-grp-usl-x(ws-grp-slot) to sa-usl-x
      move reg-grp-target-x(ws-grp-slot) to sa-target-x
      move 'STATREG SPEC AFTER=' to ws-image-tag
      perform audit-spec-image
      move 'STATREG BEFORE' to ws-image-tag
      move maint-before-image to ws-image
      perform write-image-lines
      move 'STATREG AFTER' to ws-image-tag
      move registry-record to ws-image
      perform write-image-lines
      move 'GROUP LIMITS SAVED' to maint-message
   end-if
end-if.

group-spec-pass.
move 'N' to edit-confirm.
display reg-group-spec-screen.
accept reg-group-spec-screen.
if edit-confirm not = 'Y' and edit-confirm not = 'y'
   move 'Y' to ws-edit-done
   move 'NOTHING SAVED' to maint-message
else
   move spaces to maint-message
   perform check-spec-fields
   if maint-message = spaces
      move 'Y' to ws-edit-done, ws-edit-saved
   end-if
end-if.

close-registry-gap.
move reg-file-line(mi + 1) to reg-file-line(mi).

*>the stored entry as screen text; bounds that are not readable
*>numbers come up blank and must be keyed again before a save.
load-registry-edit.
move maint-before-image to registry-record.
move spaces to reg-edit-area.
if reg-min is numeric
   move reg-min to edit-num-out
   move function trim(edit-num-out) to edit-min
end-if.
if reg-max is numeric
   move reg-max to edit-num-out
   move function trim(edit-num-out) to edit-max
end-if.
move reg-frequency to edit-freq.
move reg-format to edit-format.
move reg-groups to edit-groups.
if reg-lsl is numeric
   move reg-lsl to edit-num-out
   move function trim(edit-num-out) to edit-lsl
end-if.
if reg-usl is numeric
   move reg-usl to edit-num-out
   move function trim(edit-num-out) to edit-usl
end-if.
if reg-target is numeric
   move reg-target to edit-num-out
   move function trim(edit-num-out) to edit-target
end-if.
perform load-old-groups.

load-old-groups.
move spaces to old-group-area.
if reg-groups not = spaces
   unstring reg-groups delimited by ','
      into old-grp-code(1) old-grp-code(2) old-grp-code(3)
           old-grp-code(4) old-grp-code(5) old-grp-code(6)
           old-grp-code(7) old-grp-code(8) old-grp-code(9)
           old-grp-code(10)
   end-unstring
   perform load-old-group-spec varying mj from 1 by 1 until mj > 10
end-if.

load-old-group-spec.
move function trim(old-grp-code(mj)) to old-grp-code(mj).
move reg-group-spec(mj) to old-grp-spec(mj).

*>the entry screen is shown until the fields pass every check or the
*>operator answers N; each failed check comes back on the same
*>screen with the fields as keyed.
edit-registry-entry.
move 'N' to ws-edit-done, ws-edit-saved.
move spaces to maint-message.
perform registry-edit-pass until ws-edit-done = 'Y'.

registry-edit-pass.
move 'N' to edit-confirm.
display reg-edit-screen.
accept reg-edit-screen.
if edit-confirm not = 'Y' and edit-confirm not = 'y'
   move 'Y' to ws-edit-done
   move 'NOTHING SAVED' to maint-message
else
   perform check-registry-fields
   if maint-message = spaces
      move 'Y' to ws-edit-done, ws-edit-saved
      perform build-registry-record
   end-if
end-if.

*>first failure wins; maint-message left blank means the entry is
*>good to save.
check-registry-fields.
move spaces to maint-message.
move edit-min to ws-num-text.
perform check-numeric-text.
if ws-num-ok not = 'Y'
   move 'MINIMUM VALUE IS NOT A NUMBER' to maint-message
else
   if ws-num-int > 14 or ws-num-dec > 4
      move 'MINIMUM VALUE TOO WIDE - 14 DIGITS . 4 DECIMALS AT MOST'
         to maint-message
   else
      compute edit-min-val = function numval(ws-num-text)
   end-if
end-if.
if maint-message = spaces
   move edit-max to ws-num-text
   perform check-numeric-text
   if ws-num-ok not = 'Y'
      move 'MAXIMUM VALUE IS NOT A NUMBER' to maint-message
   else
      if ws-num-int > 14 or ws-num-dec > 4
         move 'MAXIMUM VALUE TOO WIDE - 14 DIGITS . 4 DECIMALS AT MOST'
            to maint-message
      else
         compute edit-max-val = function numval(ws-num-text)
      end-if
   end-if
end-if.
if maint-message = spaces
   and edit-min-val not < edit-max-val
   move 'MINIMUM VALUE MUST BE BELOW MAXIMUM VALUE' to maint-message
end-if.
if maint-message = spaces
   if edit-format = space or edit-format = 'f'
      move 'F' to edit-format
   end-if
   if edit-format = 'd'
      move 'D' to edit-format
   end-if
   if edit-format not = 'F' and edit-format not = 'D'
      move 'FORMAT MUST BE F (FIXED) OR D (DELIMITED)'
         to maint-message
   end-if
end-if.
if maint-message = spaces
   perform check-group-codes
end-if.
if maint-message = spaces
   perform check-spec-fields
end-if.

*>limits are optional one by one -- a one-sided specification is
*>normal -- but what is keyed must be a number that fits the column,
*>the lower must sit below the upper, and a target must lie between
*>whichever limits are set.
check-spec-fields.
move 'N' to edit-has-lsl, edit-has-usl, edit-has-target.
if edit-lsl not = spaces
   move edit-lsl to ws-num-text
   perform check-numeric-text
   if ws-num-ok not = 'Y' or ws-num-int > 14 or ws-num-dec > 4
      move 'SPEC LSL MUST BE A NUMBER OF 14 DIGITS . 4 DECIMALS AT MOST'
         to maint-message
   else
      compute edit-lsl-val = function numval(ws-num-text)
      move 'Y' to edit-has-lsl
   end-if
end-if.
if maint-message = spaces and edit-usl not = spaces
   move edit-usl to ws-num-text
   perform check-numeric-text
   if ws-num-ok not = 'Y' or ws-num-int > 14 or ws-num-dec > 4
      move 'SPEC USL MUST BE A NUMBER OF 14 DIGITS . 4 DECIMALS AT MOST'
         to maint-message
   else
      compute edit-usl-val = function numval(ws-num-text)
      move 'Y' to edit-has-usl
   end-if
end-if.
if maint-message = spaces and edit-target not = spaces
   move edit-target to ws-num-text
   perform check-numeric-text
   if ws-num-ok not = 'Y' or ws-num-int > 14 or ws-num-dec > 4
      move 'SPEC TARGET MUST BE A NUMBER OF 14 DIGITS . 4 DECIMALS'
         to maint-message
   else
      compute edit-target-val = function numval(ws-num-text)
      move 'Y' to edit-has-target
   end-if
end-if.
if maint-message = spaces
   and edit-has-lsl = 'Y' and edit-has-usl = 'Y'
   and edit-lsl-val not < edit-usl-val
   move 'SPEC LSL MUST BE BELOW SPEC USL' to maint-message
end-if.
if maint-message = spaces and edit-has-target = 'Y'
   if (edit-has-lsl = 'Y' and edit-target-val < edit-lsl-val)
      or (edit-has-usl = 'Y' and edit-target-val > edit-usl-val)
      move 'SPEC TARGET MUST LIE WITHIN THE SPEC LIMITS'
         to maint-message
   end-if
end-if.

*>the list is split one slot wider than the ten codes allowed, so an
*>eleventh code shows up as a count rather than vanishing. Codes are
*>stored trimmed and comma-joined -- statnew compares them column
*>for column against each record's group code, so a stray space
*>keyed after a comma would otherwise reject every record of that
*>group.
check-group-codes.
move zero to ws-grp-fields.
if edit-groups not = spaces
   move spaces to edit-group-area
   unstring edit-groups delimited by ','
      into edit-grp-code(1) count in edit-grp-len(1)
           edit-grp-code(2) count in edit-grp-len(2)
           edit-grp-code(3) count in edit-grp-len(3)
           edit-grp-code(4) count in edit-grp-len(4)
           edit-grp-code(5) count in edit-grp-len(5)
           edit-grp-code(6) count in edit-grp-len(6)
           edit-grp-code(7) count in edit-grp-len(7)
           edit-grp-code(8) count in edit-grp-len(8)
           edit-grp-code(9) count in edit-grp-len(9)
           edit-grp-code(10) count in edit-grp-len(10)
           edit-grp-code(11) count in edit-grp-len(11)
      tallying in ws-grp-fields
      on overflow move 12 to ws-grp-fields
   end-unstring
   if ws-grp-fields > 10
      move 'NO MORE THAN 10 GROUP CODES PER DATASET' to maint-message
   else
      perform check-one-group-code
         varying mi from 1 by 1
         until mi > ws-grp-fields or maint-message not = spaces
      if maint-message = spaces
         perform check-group-pair
            varying mi from 1 by 1 until mi > ws-grp-fields
            after mj from 1 by 1 until mj > ws-grp-fields
      end-if
      if maint-message = spaces
         move spaces to ws-image
         move 1 to ws-image-pos
         perform join-group-code
            varying mi from 1 by 1 until mi > ws-grp-fields
         move ws-image(1:80) to edit-groups
      end-if
   end-if
end-if.

check-one-group-code.
if edit-grp-code(mi) = spaces
   move 'EMPTY GROUP CODE IN THE LIST' to maint-message
else
   if edit-grp-len(mi) > 20 and edit-grp-code(mi)(20:1) not = space
      move 99 to edit-grp-len(mi)
   end-if
   move function trim(edit-grp-code(mi)) to edit-grp-code(mi)
   if edit-grp-len(mi) = 99
      or function length(function trim(edit-grp-code(mi))) > 8
      move spaces to maint-message
      string 'GROUP CODE LONGER THAN 8 CHARACTERS: '
         edit-grp-code(mi)
         delimited by size into maint-message
   end-if
end-if.

check-group-pair.
if mj > mi and maint-message = spaces
   and edit-grp-code(mi) = edit-grp-code(mj)
   move spaces to maint-message
   string 'GROUP CODE LISTED TWICE: ' edit-grp-code(mi)
      delimited by size into maint-message
end-if.

join-group-code.
if mi > 1
   string ',' delimited by size into ws-image with pointer ws-image-pos
end-if.
string function trim(edit-grp-code(mi)) delimited by size
   into ws-image with pointer ws-image-pos.

build-registry-record.
move spaces to registry-record.
move maint-key to reg-dataset.
move edit-min-val to reg-min.
move edit-max-val to reg-max.
move function upper-case(edit-freq) to reg-frequency.
move edit-groups to reg-groups.
move edit-format to reg-format.
perform build-dataset-spec.
perform carry-group-spec
   varying mi from 1 by 1 until mi > ws-grp-fields.

build-dataset-spec.
move spaces to reg-lsl-x, reg-usl-x, reg-target-x.
if edit-has-lsl = 'Y'
   move edit-lsl-val to reg-lsl
end-if.
if edit-has-usl = 'Y'
   move edit-usl-val to reg-usl
end-if.
if edit-has-target = 'Y'
   move edit-target-val to reg-target
end-if.

carry-group-spec.
perform match-old-group-spec
   varying mj from 1 by 1 until mj > 10.

match-old-group-spec.
if old-grp-code(mj) not = spaces
   and old-grp-code(mj) = edit-grp-code(mi)
   move old-grp-spec(mj) to reg-group-spec(mi)
end-if.

*>a failed rewrite leaves whatever the open managed to do; the table
*>is reloaded from disk so the screen never shows an entry as saved
*>that is not on file.
rewrite-registry-file.
move 'N' to ws-maint-written.
open output reg-maint-file.
if ws-reg-fs = '00'
   perform write-registry-line
      varying mi from 1 by 1 until mi > ws-reg-lines
   close reg-maint-file
   move 'Y' to ws-maint-written
else
   move 'STATREG COULD NOT BE WRITTEN - NOTHING SAVED'
      to maint-message
   perform load-registry-lines
end-if.

write-registry-line.
move reg-file-line(mi) to reg-maint-line.
write reg-maint-line.

*>the zoned columns of an image are hard to read by eye, so the
*>bounds also go on the trail as plain numbers.
audit-registry-limits-before.
move maint-before-image to registry-record.
move spaces to aud-text.
if reg-min is numeric and reg-max is numeric
   move reg-min to edit-num-out
   string 'STATREG LIMITS BEFORE= ' function trim(edit-num-out)
      delimited by size into aud-text
   move reg-max to edit-num-out
   move aud-text to ws-image
   move spaces to aud-text
   string function trim(ws-image) ' / ' function trim(edit-num-out)
      delimited by size into aud-text
else
   move 'STATREG LIMITS BEFORE= UNREADABLE' to aud-text
end-if.
perform write-audit.
move reg-lsl-x to sa-lsl-x.
move reg-usl-x to sa-usl-x.
move reg-target-x to sa-target-x.
move 'STATREG SPEC BEFORE=' to ws-image-tag.
perform audit-spec-image.
if ws-edit-saved = 'Y'
   perform build-registry-record
end-if.

audit-registry-limits-after.
move spaces to aud-text.
move edit-min-val to edit-num-out.
string 'STATREG LIMITS AFTER= ' function trim(edit-num-out)
   delimited by size into aud-text.
move edit-max-val to edit-num-out.
move aud-text to ws-image.
move spaces to aud-text.
string function trim(ws-image) ' / ' function trim(edit-num-out)
   delimited by size into aud-text.
perform write-audit.
move reg-lsl-x to sa-lsl-x.
move reg-usl-x to sa-usl-x.
move reg-target-x to sa-target-x.
move 'STATREG SPEC AFTER=' to ws-image-tag.
perform audit-spec-image.

*>a limit not set shows as NONE, so the line reads the same whether
*>the entry is dataset-wide or one group's.
audit-spec-image.
perform format-spec-text.
move spaces to aud-text.
string function trim(ws-image-tag)
   ' LSL ' function trim(sa-text-lsl)
   ' USL ' function trim(sa-text-usl)
   ' TARGET ' function trim(sa-text-target)
   delimited by size into aud-text.
perform write-audit.

format-spec-text.
move 'NONE' to sa-text-lsl, sa-text-usl, sa-text-target.
if sa-lsl is numeric
   move sa-lsl to edit-num-out
   move function trim(edit-num-out) to sa-text-lsl
end-if.
if sa-usl is numeric
   move sa-usl to edit-num-out
   move function trim(edit-num-out) to sa-text-usl
end-if.
if sa-target is numeric
   move sa-target to edit-num-out
   move function trim(edit-num-out) to sa-text-target
end-if.

*>one audit line per eighty columns of the image, numbered so the
*>record can be put back together from the trail.
write-image-lines.
move function length(function trim(ws-image trailing))
   to ws-image-len.
if ws-image = spaces
   move zero to ws-image-len
end-if.
move 1 to ws-image-pos.
move zero to ws-image-part.
perform write-image-part until ws-image-pos > ws-image-len.

write-image-part.
add 1 to ws-image-part.
move ws-image-part to aud-part.
move spaces to aud-text.
string function trim(ws-image-tag) ' ' aud-part ' '
   ws-image(ws-image-pos:80)
   delimited by size into aud-text.
perform write-audit.
add 80 to ws-image-pos.

*>the registry through the same sixteen-line pager as the browse
*>options: one line per entry, its group codes on the line below.
list-registry.
move spaces to page-line-area.
move zero to page-depth, ws-list-count.
move space to pager-key.
move reg-list-head to page-line(1).
move 1 to page-depth.
perform list-registry-line
   varying mi from 1 by 1
   until mi > ws-reg-lines or pager-key = 'X' or pager-key = 'x'.
if ws-list-count = zero
   move maint-empty-line to maint-list-text
   perform list-put-line
end-if.
if pager-key not = 'X' and pager-key not = 'x'
   display page-screen
   accept page-screen
end-if.

list-registry-line.
if reg-file-line(mi) not = spaces
   and reg-file-line(mi)(1:1) not = '*'
   add 1 to ws-list-count
   move reg-file-line(mi) to registry-record
   move reg-dataset to out-list-name
   if reg-min is numeric
      move reg-min to edit-num-out
      move function trim(edit-num-out) to out-list-min
   else
      move 'UNREADABLE' to out-list-min
   end-if
   if reg-max is numeric
      move reg-max to edit-num-out
      move function trim(edit-num-out) to out-list-max
   else
      move 'UNREADABLE' to out-list-max
   end-if
   move reg-frequency to out-list-freq
   move reg-format to out-list-format
   move reg-list-line to maint-list-text
   perform list-put-line
   if reg-groups not = spaces
      move reg-groups to out-list-groups
      move reg-list-groups-line to maint-list-text
      perform list-put-line
   end-if
   if reg-lsl-x not = spaces or reg-usl-x not = spaces
      or reg-target-x not = spaces
      move reg-lsl-x to sa-lsl-x
      move reg-usl-x to sa-usl-x
      move reg-target-x to sa-target-x
      move '  SPEC' to ws-image-tag
      perform list-spec-line
   end-if
   perform load-old-groups
   perform list-group-spec varying mj from 1 by 1 until mj > 10
end-if.

list-group-spec.
if old-grp-code(mj) not = spaces
   and (reg-grp-lsl-x(mj) not = spaces or reg-grp-usl-x(mj) not = spaces
        or reg-grp-target-x(mj) not = spaces)
   move reg-grp-lsl-x(mj) to sa-lsl-x
   move reg-grp-usl-x(mj) to sa-usl-x
   move reg-grp-target-x(mj) to sa-target-x
   move spaces to ws-image-tag
   string '  SPEC ' old-grp-code(mj) delimited by size
      into ws-image-tag
   perform list-spec-line
end-if.

list-spec-line.
perform format-spec-text.
move spaces to maint-list-text.
string ws-image-tag ' LSL ' function trim(sa-text-lsl)
   ' USL ' function trim(sa-text-usl)
   ' TARGET ' function trim(sa-text-target)
   delimited by size into maint-list-text.
perform list-put-line.

*>a full page is shown before the next line goes on.
list-put-line.
if page-depth = 16
   display page-screen
   accept page-screen
   move spaces to page-line-area
   move zero to page-depth
end-if.
if pager-key not = 'X' and pager-key not = 'x'
   add 1 to page-depth
   move maint-list-text to page-line(page-depth)
end-if.

*>unit-conversion maintenance: the same scheme as the registry, keyed
*>on the group code.
maintain-unit-table.
perform load-unit-lines.
move spaces to maint-unit-key, maint-message.
move space to maint-action.
perform unit-maint-step
   until maint-action = 'X' or maint-action = 'x'.
move space to maint-action.

unit-maint-step.
display unit-maint-screen.
accept unit-maint-screen.
move spaces to maint-message.
evaluate maint-action
   when 'L' when 'l' perform list-unit-table
   when 'A' when 'a' perform add-unit-entry
   when 'C' when 'c' perform change-unit-entry
   when 'D' when 'd' perform delete-unit-entry
   when 'X' when 'x' continue
   when other move 'ACTION MUST BE L, A, C, D OR X' to maint-message
end-evaluate.
if maint-action not = 'X' and maint-action not = 'x'
   move space to maint-action
end-if.

load-unit-lines.
move zero to ws-unit-lines.
move 'N' to ws-maint-full.
open input unit-maint-file.
if ws-unit-fs = '00'
   move 'N' to ws-maint-eof
   perform unit-line-loop until ws-maint-eof = 'Y'
end-if.
if ws-unit-fs = '00' or ws-unit-fs = '05' or ws-unit-fs = '10'
   close unit-maint-file
end-if.

unit-line-loop.
read unit-maint-file
   at end move 'Y' to ws-maint-eof
end-read.
if ws-maint-eof not = 'Y'
   if ws-unit-lines < 300
      add 1 to ws-unit-lines
      move unit-maint-line to unit-file-line(ws-unit-lines)
   else
      move 'Y' to ws-maint-full
   end-if
end-if.

find-unit-slot.
move zero to ws-maint-slot.
perform match-unit-line
   varying mi from 1 by 1
   until mi > ws-unit-lines or ws-maint-slot > zero.

match-unit-line.
if unit-file-line(mi) not = spaces
   and unit-file-line(mi)(1:1) not = '*'
   and unit-file-line(mi)(1:8) = maint-unit-key
   move mi to ws-maint-slot
end-if.

add-unit-entry.
perform find-unit-slot.
evaluate true
   when maint-unit-key = spaces
      move 'GROUP CODE IS REQUIRED' to maint-message
   when maint-unit-key(1:1) = '*'
      move 'GROUP CODE MAY NOT START WITH *' to maint-message
   when ws-maint-slot > zero
      move 'ALREADY ON FILE - USE C TO CHANGE IT' to maint-message
   when ws-maint-full = 'Y' or ws-unit-lines not < 300
      move 'STATUNIT IS FULL - MAINTAIN IT BY HAND' to maint-message
   when other
      move spaces to unit-edit-area
      perform edit-unit-entry
      if ws-edit-saved = 'Y'
         add 1 to ws-unit-lines
         move unit-conv-record to unit-file-line(ws-unit-lines)
         perform rewrite-unit-file
         if ws-maint-written = 'Y'
            move spaces to aud-text
            string 'STATUNIT ADD ' function trim(maint-unit-key)
               delimited by size into aud-text
            perform write-audit
            perform audit-unit-values-after
            move 'STATUNIT AFTER' to ws-image-tag
            move unit-conv-record to ws-image
            perform write-image-lines
            move 'ENTRY ADDED' to maint-message
         end-if
      end-if
end-evaluate.

change-unit-entry.
perform find-unit-slot.
evaluate true
   when ws-maint-full = 'Y'
      move 'STATUNIT IS FULL - MAINTAIN IT BY HAND' to maint-message
   when ws-maint-slot = zero
      move 'NOT ON FILE - USE A TO ADD IT' to maint-message
   when other
      move unit-file-line(ws-maint-slot) to maint-before-image
      perform load-unit-edit
      perform edit-unit-entry
      if ws-edit-saved = 'Y'
         move unit-conv-record to unit-file-line(ws-maint-slot)
         perform rewrite-unit-file
         if ws-maint-written = 'Y'
            move spaces to aud-text
            string 'STATUNIT CHANGE ' function trim(maint-unit-key)
               delimited by size into aud-text
            perform write-audit
            perform audit-unit-values-before
            perform audit-unit-values-after
            move 'STATUNIT BEFORE' to ws-image-tag
            move maint-before-image to ws-image
            perform write-image-lines
            move 'STATUNIT AFTER' to ws-image-tag
            move unit-conv-record to ws-image
            perform write-image-lines
            move 'ENTRY CHANGED' to maint-message
         end-if
      end-if
end-evaluate.

delete-unit-entry.
perform find-unit-slot.
evaluate true
   when ws-maint-full = 'Y'
      move 'STATUNIT IS FULL - MAINTAIN IT BY HAND' to maint-message
   when ws-maint-slot = zero
      move 'NOT ON FILE - NOTHING TO DELETE' to maint-message
   when other
      move unit-file-line(ws-maint-slot) to maint-before-image
      perform load-unit-edit
      move 'N' to edit-confirm, ws-edit-saved
      display unit-delete-screen
      accept unit-delete-screen
      if edit-confirm = 'Y' or edit-confirm = 'y'
         perform close-unit-gap
            varying mi from ws-maint-slot by 1
            until mi not < ws-unit-lines
         subtract 1 from ws-unit-lines
         perform rewrite-unit-file
         if ws-maint-written = 'Y'
            move spaces to aud-text
            string 'STATUNIT DELETE ' function trim(maint-unit-key)
               delimited by size into aud-text
            perform write-audit
            perform audit-unit-values-before
            move 'STATUNIT BEFORE' to ws-image-tag
            move maint-before-image to ws-image
            perform write-image-lines
            move 'ENTRY DELETED' to maint-message
         end-if
      else
         move 'NOTHING DELETED' to maint-message
      end-if
end-evaluate.

close-unit-gap.
move unit-file-line(mi + 1) to unit-file-line(mi).

load-unit-edit.
move maint-before-image to unit-conv-record.
move spaces to unit-edit-area.
if ucv-factor is numeric
   move ucv-factor to edit-fac-out
   move function trim(edit-fac-out) to edit-factor
end-if.
if ucv-offset is numeric
   move ucv-offset to edit-num-out
   move function trim(edit-num-out) to edit-offset
end-if.

edit-unit-entry.
move 'N' to ws-edit-done, ws-edit-saved.
move spaces to maint-message.
perform unit-edit-pass until ws-edit-done = 'Y'.

unit-edit-pass.
move 'N' to edit-confirm.
display unit-edit-screen.
accept unit-edit-screen.
if edit-confirm not = 'Y' and edit-confirm not = 'y'
   move 'Y' to ws-edit-done
   move 'NOTHING SAVED' to maint-message
else
   perform check-unit-fields
   if maint-message = spaces
      move 'Y' to ws-edit-done, ws-edit-saved
      perform build-unit-record
   end-if
end-if.

*>a zero factor would flatten every reading of the group to the
*>offset; statnew would accept it without complaint, so it is
*>stopped here. A blank offset is a plain scaling and means zero.
check-unit-fields.
move spaces to maint-message.
move edit-factor to ws-num-text.
perform check-numeric-text.
if ws-num-ok not = 'Y'
   move 'FACTOR IS NOT A NUMBER' to maint-message
else
   if ws-num-int > 7 or ws-num-dec > 6
      move 'FACTOR TOO WIDE - 7 DIGITS . 6 DECIMALS AT MOST'
         to maint-message
   else
      compute edit-factor-val = function numval(ws-num-text)
      if edit-factor-val = zero
         move 'FACTOR MAY NOT BE ZERO' to maint-message
      end-if
   end-if
end-if.
if maint-message = spaces
   if edit-offset = spaces
      move zero to edit-offset-val
   else
      move edit-offset to ws-num-text
      perform check-numeric-text
      if ws-num-ok not = 'Y'
         move 'OFFSET IS NOT A NUMBER' to maint-message
      else
         if ws-num-int > 14 or ws-num-dec > 4
            move 'OFFSET TOO WIDE - 14 DIGITS . 4 DECIMALS AT MOST'
               to maint-message
         else
            compute edit-offset-val = function numval(ws-num-text)
         end-if
      end-if
   end-if
end-if.

build-unit-record.
move spaces to unit-conv-record.
move maint-unit-key to ucv-group.
move edit-factor-val to ucv-factor.
move edit-offset-val to ucv-offset.

rewrite-unit-file.
move 'N' to ws-maint-written.
open output unit-maint-file.
if ws-unit-fs = '00'
   perform write-unit-line
      varying mi from 1 by 1 until mi > ws-unit-lines
   close unit-maint-file
   move 'Y' to ws-maint-written
else
   move 'STATUNIT COULD NOT BE WRITTEN - NOTHING SAVED'
      to maint-message
   perform load-unit-lines
end-if.

write-unit-line.
move unit-file-line(mi) to unit-maint-line.
write unit-maint-line.

audit-unit-values-before.
move maint-before-image to unit-conv-record.
move spaces to aud-text.
if ucv-factor is numeric and ucv-offset is numeric
   move ucv-factor to edit-fac-out
   move ucv-offset to edit-num-out
   string 'STATUNIT VALUES BEFORE= FACTOR ' function trim(edit-fac-out)
      ' OFFSET ' function trim(edit-num-out)
      delimited by size into aud-text
else
   move 'STATUNIT VALUES BEFORE= UNREADABLE' to aud-text
end-if.
perform write-audit.
if ws-edit-saved = 'Y'
   perform build-unit-record
end-if.

audit-unit-values-after.
move spaces to aud-text.
move edit-factor-val to edit-fac-out.
move edit-offset-val to edit-num-out.
string 'STATUNIT VALUES AFTER= FACTOR ' function trim(edit-fac-out)
   ' OFFSET ' function trim(edit-num-out)
   delimited by size into aud-text.
perform write-audit.

list-unit-table.
move spaces to page-line-area.
move zero to page-depth, ws-list-count.
move space to pager-key.
move unit-list-head to page-line(1).
move 1 to page-depth.
perform list-unit-line
   varying mi from 1 by 1
   until mi > ws-unit-lines or pager-key = 'X' or pager-key = 'x'.
if ws-list-count = zero
   move maint-empty-line to maint-list-text
   perform list-put-line
end-if.
if pager-key not = 'X' and pager-key not = 'x'
   display page-screen
   accept page-screen
end-if.

list-unit-line.
if unit-file-line(mi) not = spaces
   and unit-file-line(mi)(1:1) not = '*'
   add 1 to ws-list-count
   move unit-file-line(mi) to unit-conv-record
   move ucv-group to out-ulist-group
   if ucv-factor is numeric
      move ucv-factor to edit-fac-out
      move function trim(edit-fac-out) to out-ulist-factor
   else
      move 'UNREADABLE' to out-ulist-factor
   end-if
   if ucv-offset is numeric
      move ucv-offset to edit-num-out
      move function trim(edit-num-out) to out-ulist-offset
   else
      move 'UNREADABLE' to out-ulist-offset
   end-if
   move unit-list-line to maint-list-text
   perform list-put-line
end-if.

*>statnew's numeric-text rules (optional leading sign, digits, at
*>most one point, at least one digit), counting the digits either
*>side of the point so a value too wide for its file column is
*>refused rather than cut down on the move.
check-numeric-text.
move 'Y' to ws-num-ok.
move zero to ws-num-dot, ws-num-int, ws-num-dec.
move function trim(ws-num-text) to ws-num-work.
perform numeric-text-scan
   varying dxi from 1 by 1 until dxi > 20.
if ws-num-int + ws-num-dec = zero
   move 'N' to ws-num-ok
end-if.

numeric-text-scan.
move ws-num-work(dxi:1) to ws-num-char.
evaluate true
   when ws-num-char = space
      if ws-num-work(dxi:) not = spaces
         move 'N' to ws-num-ok
      end-if
      move 20 to dxi
   when ws-num-char = '-' or ws-num-char = '+'
      if dxi not = 1
         move 'N' to ws-num-ok
         move 20 to dxi
      end-if
   when ws-num-char = '.'
      add 1 to ws-num-dot
      if ws-num-dot > 1
         move 'N' to ws-num-ok
         move 20 to dxi
      end-if
   when ws-num-char >= '0' and ws-num-char <= '9'
      if ws-num-dot = zero
         add 1 to ws-num-int
      else
         add 1 to ws-num-dec
      end-if
   when other
      move 'N' to ws-num-ok
      move 20 to dxi
end-evaluate.
