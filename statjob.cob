*>Name: Lance Paje
*>Program: statjob.cob
*>Nightly job-stream controller for statnew and its companions. The
*>morning sequence -- statnew, then statprint, statdrift and
*>statchart, then statarch at month end -- used to be run by hand,
*>and nothing stopped the drift and chart reports publishing figures
*>built on a run statnew had already graded a failure. This program
*>runs the steps in a fixed order, reads each step's completion code
*>(statnew's 0/4/6/8/12 grades, set in its finish paragraph), and
*>applies per-step rules before every later step:
*>  - a gate names an earlier step and the highest code from it this
*>    step will run behind; a gate not met either skips this step and
*>    carries on (S) or holds the rest of the stream (H);
*>  - an ok ceiling is the highest code the step itself may end with;
*>    past it the stream stops there;
*>  - a schedule byte keeps month-end steps (M) off the other nights.
*>The rules come from the optional STATSTEP.txt card, one fixed-
*>column line per step in running order ('*' in column 1 comments a
*>line out); with no card the built-in stream below runs. Every
*>step's start, end and code goes to STATAUDIT.txt and to the
*>STATJOB.txt stream report. A stopped or held stream arms
*>STATJRST.txt with the step to resume from -- the step that failed,
*>or for a hold the upstream step whose code caused it -- and the
*>codes of the steps already done, so the next invocation picks up
*>there instead of rerunning the whole stream from the top. A stream
*>that reaches the end clears it again.
identification division.
program-id. statjob.

environment division.
input-output section.
file-control.
select optional step-file assign to "STATSTEP.txt"
      organization is line sequential
      file status is ws-step-fs.
select optional jrst-file assign to "STATJRST.txt"
      organization is line sequential
      file status is ws-jrst-fs.
select job-file assign to "STATJOB.txt"
      organization is line sequential.
select optional stataudit-file assign to "STATAUDIT.txt"
      organization is line sequential.

data division.
file section.
fd step-file.
01 step-line pic X(80).
fd jrst-file.
01 jrst-line pic X(120).
fd job-file.
01 job-line pic X(100).
fd stataudit-file.
01 stataudit-line pic X(132).

working-storage section.
77 ws-step-fs pic X(2).
77 ws-jrst-fs pic X(2).
77 ws-step-eof pic X value 'N'.
77 ws-card-present pic X value 'N'.
77 ws-step-count pic S9999 usage is computational value zero.
77 ws-step-skipped pic S9999 usage is computational value zero.
77 ws-start-step pic S9999 usage is computational value 1.
77 ws-stop-step pic S9999 usage is computational value zero.
77 ws-stream-stopped pic X value 'N'.
77 ws-stream-code pic S99 usage is computational value zero.
77 ws-month-end pic X value 'N'.
77 ws-gate-idx pic S9999 usage is computational.
77 ws-gate-ok pic X.
77 ws-call-name pic X(10).
77 ws-step-code pic S9(4) usage is computational.
77 ws-day-int pic S9(9) usage is computational.
77 si pic S9999 usage is computational.
77 sj pic S9999 usage is computational.
*>one slot per step in running order. js-status records what became
*>of the step this stream: R ran, F ran and failed (stream stopped),
*>P program could not be loaded (stream stopped), S skipped on its
*>gate, H held on its gate (stream stopped), N not scheduled tonight,
*>space never reached.
01 step-table-area.
   02 step-entry occurs 20 times.
      03 js-program pic X(10).
      03 js-gate pic X(10).
      03 js-gate-max pic 99.
      03 js-gate-action pic X.
      03 js-ok-max pic 99.
      03 js-schedule pic X.
      03 js-status pic X.
      03 js-code pic S99 usage is computational.
      03 js-start-time pic X(8).
      03 js-end-time pic X(8).
      03 js-note pic X(40).
*>STATSTEP.txt layout: program, gate step (blank = no gate), highest
*>gate-step code this step runs behind, S/H when the gate is not met,
*>highest code this step may itself end with, D daily or M month end.
01 step-card-record.
   02 sc-program pic X(10).
   02 filler pic X(1).
   02 sc-gate pic X(10).
   02 filler pic X(1).
   02 sc-gate-max pic X(2).
   02 filler pic X(1).
   02 sc-gate-action pic X(1).
   02 filler pic X(1).
   02 sc-ok-max pic X(2).
   02 filler pic X(1).
   02 sc-schedule pic X(1).
   02 filler pic X(49).
*>the stream that runs when no STATSTEP.txt card is on file, written
*>in the card's own layout. statnew may end 8 (rejects past tolerance,
*>registered dataset missing) and the stream carries on, but drift,
*>chart and archive only run behind a statnew code of 6 or better; a
*>12 stops the stream at statnew itself. statprint runs behind any
*>graded statnew -- the printed report of a failed run is how the
*>failure gets read. statfeed reads only the registry and the extract
*>register, so it too runs behind any graded statnew; its own 8 (a
*>feed overdue past grace) is an alert for the feed owners, not a
*>reason to stop the reports. statack reconciles the interface files
*>statnew has sent against the receiver's acknowledgments; it runs
*>behind any graded statnew, and its 4 (a run unacknowledged or
*>miscounted) is for the interface owners to chase. statbal balances
*>a run statnew graded 6 or better across its output files, and drift
*>and chart publish only behind a balanced run (a 4 is a dataset file
*>gone before it could be re-read, not a difference); statbal's 12
*>means there was no run index at all, and stops the stream.
01 default-stream-table.
   02 filler pic X(31) value 'STATNEW               99 S 08 D'.
   02 filler pic X(31) value 'STATBAL    STATNEW    06 S 08 D'.
   02 filler pic X(31) value 'STATPRINT  STATNEW    12 S 04 D'.
   02 filler pic X(31) value 'STATFEED   STATNEW    12 S 08 D'.
   02 filler pic X(31) value 'STATACK    STATNEW    12 S 04 D'.
   02 filler pic X(31) value 'STATDRIFT  STATBAL    04 S 04 D'.
   02 filler pic X(31) value 'STATCHART  STATBAL    04 S 04 D'.
   02 filler pic X(31) value 'STATARCH   STATNEW    06 S 04 M'.
01 default-stream-area redefines default-stream-table.
   02 default-step occurs 8 times pic X(31).
77 ws-default-count pic S9999 usage is computational value 8.
*>STATJRST.txt: armed flag, the step to resume at (number and
*>program, checked against the stream before it is honoured), when
*>it was armed, and the status and code of every step before it.
01 jrst-record.
   02 jr-flag pic X(1).
   02 filler pic X(1).
   02 jr-step pic 99.
   02 filler pic X(1).
   02 jr-program pic X(10).
   02 filler pic X(1).
   02 jr-date pic X(10).
   02 filler pic X(1).
   02 jr-time pic X(8).
   02 filler pic X(1).
   02 jr-step-state occurs 20 times.
      03 jr-status pic X(1).
      03 jr-code pic 99.
01 audit-line-rec.
   02 aud-date pic X(10).
   02 filler pic X(1) value space.
   02 aud-time pic X(8).
   02 filler pic X(1) value space.
   02 aud-program pic X(8) value 'STATJOB'.
   02 filler pic X(1) value space.
   02 aud-text pic X(100).
77 aud-n1 pic -(8)9.
77 aud-n2 pic -(8)9.
01 ws-current-date.
   02 ws-cd-yyyy pic 9(4).
   02 ws-cd-mm pic 9(2).
   02 ws-cd-dd pic 9(2).
   02 ws-cd-hh pic 9(2).
   02 ws-cd-mi pic 9(2).
   02 ws-cd-ss pic 9(2).
   02 filler pic X(7).
01 ws-date-digits.
   02 ws-dd-yyyy pic X(4).
   02 ws-dd-mm pic X(2).
   02 ws-dd-dd pic X(2).
01 ws-date-num redefines ws-date-digits pic 9(8).
77 out-run-date pic X(10).
77 out-run-time pic X(8).
01 report-title-line.
   02 filler pic X(28) value '  STATNEW JOB STREAM REPORT'.
01 under-line.
   02 filler pic X(50) value
      '----------------------------------------------'.
01 report-date-line.
   02 filler pic X(11) value ' RUN DATE= '.
   02 out-report-date pic X(10).
   02 filler pic X(8) value ' TIME= '.
   02 out-report-time pic X(8).
   02 filler pic X(12) value ' MONTH END= '.
   02 out-month-end pic X(1).
01 card-count-line.
   02 filler pic X(17) value ' STATSTEP: STEPS='.
   02 out-card-count pic Z(3)9.
01 card-skipped-line.
   02 filler pic X(24) value ' STATSTEP: TABLE FULL - '.
   02 out-card-skipped pic Z(3)9.
   02 filler pic X(16) value ' LINES IGNORED'.
01 card-absent-line.
   02 filler pic X(43) value
      ' STATSTEP: NOT PRESENT - DEFAULT STREAM'.
01 restart-line.
   02 filler pic X(19) value ' RESTARTED AT STEP '.
   02 out-restart-step pic Z9.
   02 filler pic X(1) value space.
   02 out-restart-program pic X(10).
   02 filler pic X(7) value ' ARMED '.
   02 out-restart-date pic X(10).
   02 filler pic X(1) value space.
   02 out-restart-time pic X(8).
01 restart-mismatch-line.
   02 filler pic X(52) value
      ' STATJRST DOES NOT MATCH THE STREAM - RUN FROM TOP'.
01 step-head-line.
   02 filler pic X(50) value
      ' STEP PROGRAM    START     END       CODE STATUS'.
01 step-detail-line.
   02 filler pic X(1) value space.
   02 out-step-no pic Z9.
   02 filler pic X(3) value spaces.
   02 out-step-program pic X(10).
   02 filler pic X(1) value space.
   02 out-step-start pic X(8).
   02 filler pic X(2) value spaces.
   02 out-step-end pic X(8).
   02 filler pic X(2) value spaces.
   02 out-step-code pic X(2).
   02 filler pic X(3) value spaces.
   02 out-step-status pic X(54).
77 out-code-edit pic Z9.
01 stream-end-line.
   02 filler pic X(20) value ' STREAM ENDED CODE= '.
   02 out-stream-code pic Z9.
01 stream-armed-line.
   02 filler pic X(24) value ' RESTART ARMED AT STEP '.
   02 out-armed-step pic Z9.
   02 filler pic X(1) value space.
   02 out-armed-program pic X(10).
01 stream-clear-line.
   02 filler pic X(36) value
      ' STREAM COMPLETE - RESTART CLEARED'.

procedure division.
*>load the stream, resume where STATJRST.txt says when it is armed,
*>run each step in turn under its rules until the stream ends or
*>stops, then report every step and leave the restart file set for
*>the next invocation.
open output job-file.
perform stamp-run-date.
perform check-month-end.
write job-line from report-title-line after advancing 0 lines.
move out-run-date to out-report-date.
move out-run-time to out-report-time.
move ws-month-end to out-month-end.
write job-line from report-date-line after advancing 1 line.
perform load-stream.
perform check-stream-restart.
move ws-step-count to aud-n1.
move ws-start-step to aud-n2.
move spaces to aud-text.
string 'STREAM START STEPS= ' aud-n1
       ' FIRST STEP= ' aud-n2
   delimited by size into aud-text.
perform write-audit.
perform run-step
   varying si from ws-start-step by 1
   until si > ws-step-count or ws-stream-stopped = 'Y'.
write job-line from step-head-line after advancing 2 lines.
write job-line from under-line after advancing 1 line.
perform report-step varying si from 1 by 1 until si > ws-step-count.
move ws-stream-code to out-stream-code.
write job-line from stream-end-line after advancing 2 lines.
perform write-stream-restart.
move ws-stream-code to aud-n1.
move spaces to aud-text.
string 'STREAM END CODE= ' aud-n1
   delimited by size into aud-text.
perform write-audit.
close job-file.
move ws-stream-code to return-code.
goback.

stamp-run-date.
move function current-date to ws-current-date.
move spaces to out-run-date, out-run-time.
string ws-cd-yyyy '-' ws-cd-mm '-' ws-cd-dd
   delimited by size into out-run-date.
string ws-cd-hh ':' ws-cd-mi ':' ws-cd-ss
   delimited by size into out-run-time.

*>month end is the last calendar day of the month: tomorrow is the 1st.
check-month-end.
move ws-cd-yyyy to ws-dd-yyyy.
move ws-cd-mm to ws-dd-mm.
move ws-cd-dd to ws-dd-dd.
compute ws-day-int = function integer-of-date(ws-date-num) + 1.
compute ws-date-num = function date-of-integer(ws-day-int).
if ws-dd-dd = '01'
   move 'Y' to ws-month-end
else
   move 'N' to ws-month-end
end-if.

*>the card, when present, replaces the built-in stream outright -- a
*>half-default, half-card stream would run steps nobody listed.
load-stream.
move zero to ws-step-count.
open input step-file.
if ws-step-fs = '00'
   move 'Y' to ws-card-present
   move 'N' to ws-step-eof
   perform step-card-loop until ws-step-eof = 'Y'
end-if.
close step-file.
if ws-card-present = 'Y'
   move ws-step-count to out-card-count
   write job-line from card-count-line after advancing 1 line
   if ws-step-skipped > zero
      move ws-step-skipped to out-card-skipped
      write job-line from card-skipped-line after advancing 1 line
   end-if
else
   write job-line from card-absent-line after advancing 1 line
   perform load-default-step
      varying sj from 1 by 1 until sj > ws-default-count
end-if.

step-card-loop.
read step-file into step-card-record
   at end move 'Y' to ws-step-eof
end-read.
if ws-step-eof not = 'Y'
   and step-card-record not = spaces
   and step-card-record(1:1) not = '*'
   and sc-program not = spaces
   if ws-step-count < 20
      perform load-step-entry
   else
      add 1 to ws-step-skipped
   end-if
end-if.

load-default-step.
move default-step(sj) to step-card-record.
perform load-step-entry.

*>an unreadable gate ceiling leaves the step ungated; an unreadable
*>ok ceiling takes the companion-program default of 4.
load-step-entry.
add 1 to ws-step-count.
move function upper-case(sc-program) to js-program(ws-step-count).
move function upper-case(sc-gate) to js-gate(ws-step-count).
if sc-gate-max is numeric
   move sc-gate-max to js-gate-max(ws-step-count)
else
   move 99 to js-gate-max(ws-step-count)
end-if.
if sc-gate-action = 'H' or sc-gate-action = 'h'
   move 'H' to js-gate-action(ws-step-count)
else
   move 'S' to js-gate-action(ws-step-count)
end-if.
if sc-ok-max is numeric
   move sc-ok-max to js-ok-max(ws-step-count)
else
   move 4 to js-ok-max(ws-step-count)
end-if.
if sc-schedule = 'M' or sc-schedule = 'm'
   move 'M' to js-schedule(ws-step-count)
else
   move 'D' to js-schedule(ws-step-count)
end-if.
move space to js-status(ws-step-count).
move zero to js-code(ws-step-count).
move spaces to js-start-time(ws-step-count).
move spaces to js-end-time(ws-step-count).
move spaces to js-note(ws-step-count).

*>an armed restart is only honoured when the step it names is still
*>the same program at the same position -- a stream card edited
*>since the stop could otherwise resume at the wrong step with the
*>wrong codes restored behind it.
check-stream-restart.
move 1 to ws-start-step.
open input jrst-file.
if ws-jrst-fs = '00'
   move spaces to jrst-record
   read jrst-file into jrst-record
      at end move spaces to jrst-record
   end-read
   if jr-flag = 'Y'
      if jr-step is numeric
         and jr-step > zero and jr-step not > ws-step-count
         and jr-program = js-program(jr-step)
         move jr-step to ws-start-step
         perform restore-step-state
            varying sj from 1 by 1 until sj not < ws-start-step
         move ws-start-step to out-restart-step
         move jr-program to out-restart-program
         move jr-date to out-restart-date
         move jr-time to out-restart-time
         write job-line from restart-line after advancing 1 line
         move ws-start-step to aud-n1
         move spaces to aud-text
         string 'STREAM RESTART AT STEP ' aud-n1 ' '
                function trim(jr-program)
            delimited by size into aud-text
         perform write-audit
      else
         write job-line from restart-mismatch-line
            after advancing 1 line
         move 'STREAM RESTART IGNORED - STREAM CHANGED' to aud-text
         perform write-audit
      end-if
   end-if
end-if.
close jrst-file.

*>a step completed before the stop keeps its code for the gates
*>downstream of it; its codes count toward the stream's own grade.
restore-step-state.
move jr-status(sj) to js-status(sj).
if jr-code(sj) is numeric
   move jr-code(sj) to js-code(sj)
else
   move zero to js-code(sj)
end-if.
move 'EARLIER RUN' to js-note(sj).
if js-status(sj) = 'R' and js-code(sj) > ws-stream-code
   move js-code(sj) to ws-stream-code
end-if.

run-step.
if js-schedule(si) = 'M' and ws-month-end not = 'Y'
   move 'N' to js-status(si)
   move 'NOT SCHEDULED - MONTH END ONLY' to js-note(si)
   perform audit-step-note
else
   perform check-step-gate
   if ws-gate-ok = 'Y'
      perform call-step
   else
      perform apply-gate-action
   end-if
end-if.

*>the gate is met only when the named step ran in this stream (or
*>the one being resumed) and ended no worse than the ceiling; a gate
*>step that was skipped, not scheduled or never listed does not
*>count as clean. The nearest earlier occurrence is the one tested.
check-step-gate.
move 'Y' to ws-gate-ok.
move zero to ws-gate-idx.
if js-gate(si) not = spaces
   perform find-gate-step varying sj from 1 by 1 until sj not < si
   if ws-gate-idx = zero
      move 'N' to ws-gate-ok
      move spaces to js-note(si)
      string function trim(js-gate(si)) ' NOT IN STREAM'
         delimited by size into js-note(si)
   else
      if js-status(ws-gate-idx) not = 'R'
         move 'N' to ws-gate-ok
         move spaces to js-note(si)
         string function trim(js-gate(si)) ' DID NOT RUN'
            delimited by size into js-note(si)
      else
         if js-code(ws-gate-idx) > js-gate-max(si)
            move 'N' to ws-gate-ok
            move js-code(ws-gate-idx) to out-code-edit
            move spaces to js-note(si)
            string function trim(js-gate(si)) ' ENDED CODE '
                   out-code-edit
               delimited by size into js-note(si)
         end-if
      end-if
   end-if
end-if.

find-gate-step.
if js-program(sj) = js-gate(si)
   move sj to ws-gate-idx
end-if.

*>a hold stops the stream and arms the restart at the upstream step
*>whose code caused it -- resuming at the held step itself would only
*>meet the same restored code and hold again.
apply-gate-action.
if js-gate-action(si) = 'H'
   move 'H' to js-status(si)
   move 'Y' to ws-stream-stopped
   if ws-gate-idx > zero
      move ws-gate-idx to ws-stop-step
   else
      move si to ws-stop-step
   end-if
else
   move 'S' to js-status(si)
end-if.
perform audit-step-note.

audit-step-note.
move spaces to aud-text.
evaluate js-status(si)
   when 'H'
      string 'STEP ' function trim(js-program(si))
             ' HELD - ' function trim(js-note(si))
         delimited by size into aud-text
   when 'S'
      string 'STEP ' function trim(js-program(si))
             ' SKIPPED - ' function trim(js-note(si))
         delimited by size into aud-text
   when other
      string 'STEP ' function trim(js-program(si))
             ' ' function trim(js-note(si))
         delimited by size into aud-text
end-evaluate.
perform write-audit.

*>the programs are loaded by name and dropped again afterwards, as
*>statcon's launch does, so each runs from fresh working storage.
*>RETURN-CODE is zeroed before each call: the companion reports
*>leave it alone, and must not inherit statnew's grade.
call-step.
perform stamp-run-date.
move out-run-time to js-start-time(si).
move spaces to aud-text.
string 'STEP ' function trim(js-program(si)) ' START'
   delimited by size into aud-text.
perform write-audit.
move function lower-case(js-program(si)) to ws-call-name.
move zero to return-code.
move 'R' to js-status(si).
call ws-call-name
   on exception
      move 'P' to js-status(si)
      move 12 to ws-step-code
   not on exception
      move return-code to ws-step-code
end-call.
if js-status(si) = 'R'
   cancel ws-call-name
end-if.
move zero to return-code.
perform stamp-run-date.
move out-run-time to js-end-time(si).
move ws-step-code to js-code(si).
if js-code(si) > ws-stream-code
   move js-code(si) to ws-stream-code
end-if.
move ws-step-code to aud-n1.
move spaces to aud-text.
if js-status(si) = 'P'
   move 'PROGRAM NOT FOUND - STREAM STOPPED' to js-note(si)
   move 'Y' to ws-stream-stopped
   move si to ws-stop-step
   string 'STEP ' function trim(js-program(si))
          ' NOT FOUND CODE= ' aud-n1
      delimited by size into aud-text
else
   if js-code(si) > js-ok-max(si)
      move 'F' to js-status(si)
      move 'FAILED - STREAM STOPPED' to js-note(si)
      move 'Y' to ws-stream-stopped
      move si to ws-stop-step
      string 'STEP ' function trim(js-program(si))
             ' END CODE= ' aud-n1 ' - STREAM STOPPED'
         delimited by size into aud-text
   else
      move 'COMPLETE' to js-note(si)
      string 'STEP ' function trim(js-program(si))
             ' END CODE= ' aud-n1
         delimited by size into aud-text
   end-if
end-if.
perform write-audit.

report-step.
move si to out-step-no.
move js-program(si) to out-step-program.
move js-start-time(si) to out-step-start.
move js-end-time(si) to out-step-end.
move spaces to out-step-code.
if js-status(si) = 'R' or js-status(si) = 'F'
   or js-status(si) = 'P'
   move js-code(si) to out-code-edit
   move out-code-edit to out-step-code
end-if.
move spaces to out-step-status.
evaluate js-status(si)
   when 'S'
      string 'SKIPPED - ' js-note(si)
         delimited by size into out-step-status
   when 'H'
      string 'HELD - ' js-note(si)
         delimited by size into out-step-status
   when space
      move 'NOT RUN' to out-step-status
   when other
      move js-note(si) to out-step-status
end-evaluate.
write job-line from step-detail-line after advancing 1 line.

*>a stopped stream leaves the restart armed at its stop step with
*>the state of everything before it; a stream that ran to the end
*>rewrites the file to N, same consume-once handling as statnew's
*>RESTART.txt.
write-stream-restart.
move spaces to jrst-record.
if ws-stream-stopped = 'Y'
   move 'Y' to jr-flag
   move ws-stop-step to jr-step
   move js-program(ws-stop-step) to jr-program
   move out-run-date to jr-date
   move out-run-time to jr-time
   perform save-step-state
      varying sj from 1 by 1 until sj not < ws-stop-step
   move ws-stop-step to out-armed-step
   move js-program(ws-stop-step) to out-armed-program
   write job-line from stream-armed-line after advancing 1 line
   move ws-stop-step to aud-n1
   move spaces to aud-text
   string 'STREAM STOPPED - RESTART ARMED AT STEP ' aud-n1 ' '
          function trim(js-program(ws-stop-step))
      delimited by size into aud-text
   perform write-audit
else
   move 'N' to jr-flag
   write job-line from stream-clear-line after advancing 1 line
end-if.
open output jrst-file.
write jrst-line from jrst-record.
close jrst-file.

save-step-state.
move js-status(sj) to jr-status(sj).
move js-code(sj) to jr-code(sj).

*>same stamped layout statnew and statcon append; opened only for the
*>moment of the write, because the steps this program calls append
*>to the same file themselves.
write-audit.
perform stamp-run-date.
move out-run-date to aud-date.
move out-run-time to aud-time.
open extend stataudit-file.
write stataudit-line from audit-line-rec.
close stataudit-file.
