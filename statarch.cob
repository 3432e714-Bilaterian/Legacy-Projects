*>failure the run ends severity 12, so a rerun starts clean instead
*>of re-archiving duplicates. STATARCH.txt reports what moved and
*>what remains.
*>A month statclose has closed on STATPCTL.txt is archived as a unit:
*>its records all move once the whole month is past the cutoff and
*>all stay until then, whatever the age of each record, so a closed
*>month's roll-up is never split between the live file and an
*>archive. Each closed month moved is marked ARCHIVED on STATPCTL.txt
*>once the live file has been rewritten.
identification division.
program-id. statarch.

      file status is ws-work-fs.
select report-file assign to "STATARCH.txt"
      organization is line sequential.
select optional pctl-file assign to "STATPCTL.txt"
      organization is line sequential
      file status is ws-pctl-fs.

data division.
file section.
01 work-line pic X(200).
fd report-file.
01 report-line pic X(80).
fd pctl-file.
01 pctl-line pic X(132).

working-storage section.
77 ws-hist-fs pic X(2).
*>told which it was.
77 ws-abend-flag pic X value space.
77 ki pic S9(9) usage is computational.
*>closed months from STATPCTL.txt (layout in statclose); the last
*>line for a month is its standing, and CLOSED or ARCHIVED means the
*>month moves as a unit. ap-end-int is the month's last day.
77 ws-pctl-fs pic X(2).
77 ws-pctl-eof pic X value 'N'.
77 ws-pctl-count pic S9(4) usage is computational value zero.
77 ws-pctl-idx pic S9(4) usage is computational.
77 api pic S9(4) usage is computational.
77 ws-move-record pic X value 'N'.
77 ws-next-yyyy pic 9(4).
77 ws-next-mm pic 9(2).
01 arch-period-table.
   02 arch-period-entry occurs 240 times.
      03 ap-period pic X(7).
      03 ap-status pic X(8).
      03 ap-end-int pic S9(9) usage is computational.
      03 ap-moved pic S9(9) usage is computational.
      03 ap-kept pic S9(9) usage is computational.
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
77 parm-numval pic S9(9) usage is computational-3.
01 parm-key pic X(30).
01 parm-value pic X(50).
01 report-kept-line.
   02 filler pic X(17) value ' RECORDS KEPT=   '.
   02 out-kept-count pic Z(8)9.
01 report-period-line.
   02 filler pic X(16) value ' CLOSED PERIOD  '.
   02 out-period pic X(7).
   02 filler pic X(2) value spaces.
   02 out-period-action pic X(16).
   02 filler pic X(10) value ' RECORDS= '.
   02 out-period-count pic Z(8)9.
01 report-verify-line.
   02 filler pic X(34) value
      ' ARCHIVE VERIFIED - LIVE REWRITTEN'.
write report-line from report-archive-line after advancing 1 line.
compute ws-cutoff-int =
   function integer-of-date(ws-date-num) - ws-retain-days.
perform read-period-control.
open input stathist-file.
if ws-hist-fs not = '00'
   write report-line from report-empty-line after advancing 2 lines
   write report-line from report-count-line after advancing 2 lines
   write report-line from report-moved-line after advancing 1 line
   write report-line from report-kept-line after advancing 1 line
   perform report-closed-period
      varying api from 1 by 1 until api > ws-pctl-count
   evaluate true
      when ws-abend-flag = 'A'
         write report-line from report-write-fail-line
                  when ws-live-ok = 'Y'
                     write report-line from report-verify-line
                        after advancing 2 lines
                     perform mark-periods-archived
                  when ws-stage-ok not = 'Y'
                     move 12 to ws-severity
                     write report-line from report-stage-fail-line
   add 1 to ws-read-count
   move stathist-line to hist-stamp-area
   perform age-history-record
   perform decide-record-move
   if ws-move-record = 'Y'
      write work-line from stathist-line
      if ws-work-fs = '00'
         add 1 to ws-moved-count
*>stamp-run-date's digits are needed again next record only if the
*>cutoff were recomputed; it is not, so no restore is required.

*>a record in a closed month goes by the month's last day, not its
*>own, so the month moves or stays together; every other record goes
*>by its own run date.
decide-record-move.
move 'N' to ws-move-record.
move zero to ws-pctl-idx.
if ws-rec-int > zero
   perform find-record-period
      varying api from 1 by 1 until api > ws-pctl-count
end-if.
if ws-pctl-idx > zero
   if ap-end-int(ws-pctl-idx) < ws-cutoff-int
      move 'Y' to ws-move-record
      add 1 to ap-moved(ws-pctl-idx)
   else
      add 1 to ap-kept(ws-pctl-idx)
   end-if
else
   if ws-rec-int > zero and ws-rec-int < ws-cutoff-int
      move 'Y' to ws-move-record
   end-if
end-if.

find-record-period.
if ap-period(api) = hist-run-date(1:7)
   and (ap-status(api) = 'CLOSED' or ap-status(api) = 'ARCHIVED')
   move api to ws-pctl-idx
end-if.

read-period-control.
move zero to ws-pctl-count.
open input pctl-file.
if ws-pctl-fs = '00'
   move 'N' to ws-pctl-eof
   perform period-control-loop until ws-pctl-eof = 'Y'
end-if.
if ws-pctl-fs = '00' or ws-pctl-fs = '05' or ws-pctl-fs = '10'
   close pctl-file
end-if.
perform period-end-date
   varying api from 1 by 1 until api > ws-pctl-count.

period-control-loop.
read pctl-file into period-ctl-record
   at end move 'Y' to ws-pctl-eof
end-read.
if ws-pctl-eof not = 'Y' and pctl-period(1:4) is numeric
   and pctl-period(5:1) = '-' and pctl-period(6:2) is numeric
   and pctl-period(6:2) >= '01' and pctl-period(6:2) <= '12'
   move zero to ws-pctl-idx
   perform find-period-slot
      varying api from 1 by 1 until api > ws-pctl-count
   if ws-pctl-idx = zero and ws-pctl-count < 240
      add 1 to ws-pctl-count
      move ws-pctl-count to ws-pctl-idx
      move pctl-period to ap-period(ws-pctl-idx)
      move zero to ap-moved(ws-pctl-idx), ap-kept(ws-pctl-idx)
   end-if
   if ws-pctl-idx > zero
      move pctl-status to ap-status(ws-pctl-idx)
   end-if
end-if.

find-period-slot.
if ap-period(api) = pctl-period
   move api to ws-pctl-idx
end-if.

*>the month's last day is the day before the first of the next month.
period-end-date.
move ap-period(api)(1:4) to ws-next-yyyy.
move ap-period(api)(6:2) to ws-next-mm.
if ws-next-mm = 12
   add 1 to ws-next-yyyy
   move 1 to ws-next-mm
else
   add 1 to ws-next-mm
end-if.
move ws-next-yyyy to ws-dd-yyyy.
move ws-next-mm to ws-dd-mm.
move '01' to ws-dd-dd.
compute ap-end-int(api) = function integer-of-date(ws-date-num) - 1.

report-closed-period.
if ap-moved(api) > zero or ap-kept(api) > zero
   move ap-period(api) to out-period
   if ap-moved(api) > zero
      move 'ARCHIVED WHOLE' to out-period-action
      move ap-moved(api) to out-period-count
   else
      move 'KEPT WHOLE' to out-period-action
      move ap-kept(api) to out-period-count
   end-if
   write report-line from report-period-line after advancing 1 line
end-if.

*>only once the live file no longer holds them is a closed month
*>marked ARCHIVED; a month archived before and moved again (records
*>written to it after a reopen) gets a fresh line with this archive.
mark-periods-archived.
open extend pctl-file.
perform mark-period-archived
   varying api from 1 by 1 until api > ws-pctl-count.
close pctl-file.

mark-period-archived.
if ap-moved(api) > zero
   move spaces to period-ctl-record
   move ap-period(api) to pctl-period
   move 'ARCHIVED' to pctl-status
   move out-run-date to pctl-date
   move out-run-time to pctl-time
   move 'STATARCH' to pctl-by
   string 'ARCHIVE=' function trim(ws-archive-name)
      delimited by size into pctl-note
   write pctl-line from period-ctl-record
end-if.

verify-work-file.
move 'N' to ws-verify-ok.
move zero to ws-verify-count.
