*>Name: Lance Paje
*>Program: statclose.cob
*>Month-end period close. Sign-off on a month used to be a printout
*>and a signature, and nothing stopped a late rerun or a DUPOVRD
*>override from adding STATHIST.txt records to a month finance had
*>already reported. This program rolls up every STATHIST.txt run
*>dated in the month, per dataset: the number of runs, the readings
*>behind them, the mean of the run means weighted by each run's
*>reading count, and the range from the lowest MIN to the highest MAX
*>any run reported; then every STATREG.txt dataset that never ran in
*>the month. The month is then recorded as CLOSED on STATPCTL.txt,
*>the period-control file statnew checks each dataset's reading
*>dates against -- a dataset with a reading in a closed month is
*>refused until a supervisor reopens the month from statcon. Optional
*>STATCLOS.txt card:
*>  PERIOD=YYYY-MM    the month to close (default the month before
*>                    this one)
*>Only a month that has ended can be closed. A month already closed
*>gets its roll-up reprinted and is not recorded again. STATPCTL.txt
*>is only ever appended to, one line per event, the last line for a
*>month being its standing:
*>  period 1-7, status 9-16 (CLOSED / REOPENED / ARCHIVED), date
*>  18-27, time 29-36, by 38-45, note 47-106
*>STATMEND.txt is the month-end summary. Condition code 0 closed,
*>4 closed but a registered dataset never ran (or the month was
*>already closed), 12 not closed.
identification division.
program-id. statclose.

environment division.
input-output section.
file-control.
select optional close-parm-file assign to "STATCLOS.txt"
      organization is line sequential
      file status is ws-parm-fs.
select optional stathist-file assign to "STATHIST.txt"
      organization is line sequential
      file status is ws-hist-fs.
select optional statreg-file assign to "STATREG.txt"
      organization is line sequential
      file status is ws-reg-fs.
select optional statpctl-file assign to "STATPCTL.txt"
      organization is line sequential
      file status is ws-pctl-fs.
select report-file assign to "STATMEND.txt"
      organization is line sequential.
select optional stataudit-file assign to "STATAUDIT.txt"
      organization is line sequential.

data division.
file section.
fd close-parm-file.
01 close-parm-line pic X(80).
fd stathist-file.
01 stathist-line pic X(200).
fd statreg-file.
01 statreg-line pic X(800).
fd statpctl-file.
01 statpctl-line pic X(132).
fd report-file.
01 report-line pic X(132).
fd stataudit-file.
01 stataudit-line pic X(132).

working-storage section.
77 ws-parm-fs pic X(2).
77 ws-hist-fs pic X(2).
77 ws-reg-fs pic X(2).
77 ws-pctl-fs pic X(2).
77 ws-eof-flag pic X value 'N'.
77 ws-severity pic S99 usage is computational value zero.
77 bi pic S9(5) usage is computational.
77 parm-key pic X(30).
77 parm-value pic X(50).
*>the month being closed and where it stood before this run.
77 ws-period pic X(7) value spaces.
77 ws-this-period pic X(7) value spaces.
77 ws-prior-status pic X(8) value 'OPEN'.
77 ws-prior-date pic X(10) value spaces.
77 ws-stop-reason pic X(60) value spaces.
77 ws-closed pic X value 'N'.
77 ws-prev-yyyy pic 9(4).
77 ws-prev-mm pic 9(2).
*>one slot per dataset that ran in the month, first come first
*>listed.
77 ws-mr-count pic S9(5) usage is computational value zero.
77 ws-mr-idx pic S9(5) usage is computational.
77 ws-mr-skipped pic S9(5) usage is computational value zero.
77 ws-find-name pic X(40).
01 month-rollup-area.
   02 mr-entry occurs 500 times.
      03 mr-name pic X(40).
      03 mr-runs pic S9(5) usage is computational.
      03 mr-readings pic S9(12) usage is computational-3.
      03 mr-sum-nm pic S9(24)V9(4) usage is computational-3.
      03 mr-lo pic S9(14)V9(4) usage is computational-3.
      03 mr-hi pic S9(14)V9(4) usage is computational-3.
      03 mr-registered pic X.
77 ws-total-runs pic S9(7) usage is computational value zero.
77 ws-total-readings pic S9(12) usage is computational-3 value zero.
77 ws-hist-bad pic S9(7) usage is computational value zero.
77 ws-run-n pic S9(9) usage is computational-3.
77 ws-run-mean pic S9(14)V9(4) usage is computational-3.
77 ws-run-min pic S9(14)V9(4) usage is computational-3.
77 ws-run-max pic S9(14)V9(4) usage is computational-3.
77 ws-run-nm pic S9(24)V9(4) usage is computational-3.
77 ws-wmean pic S9(14)V9(4) usage is computational-3.
77 ws-range pic S9(15)V9(4) usage is computational-3.
*>registered datasets with no run in the month.
77 ws-reg-found pic X value 'N'.
77 ws-never-count pic S9(5) usage is computational value zero.
01 registry-record.
   02 reg-dataset pic X(40).
   02 filler pic X(760).
*>statnew's hist-record, the STATHIST.txt layout.
01 hist-record.
   02 hist-run-date pic X(10).
   02 filler pic X(1).
   02 hist-run-time pic X(8).
   02 filler pic X(1).
   02 hist-dataset pic X(40).
   02 hist-count pic 9(9).
   02 filler pic X(1).
   02 hist-mean pic -(14)9.9(4).
   02 hist-std pic -(14)9.9(4).
   02 hist-med pic -(14)9.9(4).
   02 hist-min pic -(14)9.9(4).
   02 hist-max pic -(14)9.9(4).
   02 filler pic X(30).
01 hist-figure-text.
   02 hft-mean pic X(20).
   02 hft-std pic X(20).
   02 hft-med pic X(20).
   02 hft-min pic X(20).
   02 hft-max pic X(20).
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
01 ws-current-date.
   02 ws-cd-yyyy pic 9(4).
   02 ws-cd-mm pic 9(2).
   02 ws-cd-dd pic 9(2).
   02 ws-cd-hh pic 9(2).
   02 ws-cd-mi pic 9(2).
   02 ws-cd-ss pic 9(2).
   02 filler pic X(7).
77 out-run-date pic X(10).
77 out-run-time pic X(8).
01 audit-line-rec.
   02 aud-date pic X(10).
   02 filler pic X(1) value space.
   02 aud-time pic X(8).
   02 filler pic X(1) value space.
   02 aud-program pic X(8) value 'STATCLOS'.
   02 filler pic X(1) value space.
   02 aud-text pic X(100).
77 aud-n1 pic -(8)9.
77 aud-n2 pic -(8)9.
77 aud-n3 pic -(8)9.
77 ws-aud-left pic X(100).
01 report-title-line.
   02 filler pic X(34) value '  STATNEW MONTH-END PERIOD CLOSE'.
01 report-date-line.
   02 filler pic X(11) value ' RUN DATE= '.
   02 out-rpt-date pic X(10).
   02 filler pic X(7) value ' TIME= '.
   02 out-rpt-time pic X(8).
01 period-line.
   02 filler pic X(9) value ' PERIOD= '.
   02 out-period pic X(7).
   02 filler pic X(19) value '  STANDING BEFORE= '.
   02 out-prior-status pic X(8).
   02 filler pic X(1) value space.
   02 out-prior-date pic X(10).
01 under-line.
   02 filler pic X(118) value all '-'.
01 rollup-title-line.
   02 filler pic X(60) value
      ' MONTH-END ROLL-UP OF STATHIST.txt RUNS DATED IN THE PERIOD'.
01 rollup-head-line.
   02 filler pic X(33) value ' DATASET'.
   02 filler pic X(6) value '  RUNS'.
   02 filler pic X(11) value '   READINGS'.
   02 filler pic X(17) value '    WEIGHTED MEAN'.
   02 filler pic X(17) value '       LOWEST MIN'.
   02 filler pic X(17) value '      HIGHEST MAX'.
   02 filler pic X(17) value '            RANGE'.
01 rollup-line.
   02 filler pic X(1) value space.
   02 out-mr-name pic X(32).
   02 out-mr-runs pic Z(5)9.
   02 out-mr-readings pic Z(10)9.
   02 filler pic X(1) value space.
   02 out-mr-wmean pic -(10)9.9(4).
   02 filler pic X(1) value space.
   02 out-mr-lo pic -(10)9.9(4).
   02 filler pic X(1) value space.
   02 out-mr-hi pic -(10)9.9(4).
   02 filler pic X(1) value space.
   02 out-mr-range pic -(10)9.9(4).
01 rollup-total-line.
   02 filler pic X(15) value ' DATASETS RUN= '.
   02 out-tot-datasets pic Z(4)9.
   02 filler pic X(8) value '  RUNS= '.
   02 out-tot-runs pic Z(6)9.
   02 filler pic X(12) value '  READINGS= '.
   02 out-tot-readings pic Z(11)9.
01 rollup-none-line.
   02 filler pic X(44) value
      ' NO STATHIST.txt RUNS DATED IN THE PERIOD'.
01 hist-bad-line.
   02 filler pic X(47) value
      ' STATHIST.txt RECORDS WITH UNREADABLE FIGURES= '.
   02 out-hist-bad pic Z(6)9.
01 table-full-line.
   02 filler pic X(46) value
      ' *** DATASET TABLE FULL - DATASETS NOT ROLLED='.
   02 out-full-count pic Z(4)9.
01 never-title-line.
   02 filler pic X(50) value
      ' REGISTERED DATASETS THAT NEVER RAN IN THE PERIOD'.
01 never-line.
   02 filler pic X(1) value space.
   02 out-never-name pic X(40).
01 never-none-line.
   02 filler pic X(8) value ' (NONE)'.
01 no-registry-line.
   02 filler pic X(40) value ' STATREG.txt NOT ON HAND - NOT CHECKED'.
01 closed-line.
   02 filler pic X(43) value
      ' PERIOD CLOSED - RECORDED ON STATPCTL.txt'.
01 already-line.
   02 out-already-text pic X(80).
01 stop-line.
   02 filler pic X(24) value ' *** PERIOD NOT CLOSED: '.
   02 out-stop-reason pic X(60).
01 result-line.
   02 filler pic X(9) value ' RESULT: '.
   02 out-result pic X(16).
   02 filler pic X(8) value ' CODE= '.
   02 out-result-code pic Z9.

procedure division.
*>the month is rolled up from the live history before it is locked;
*>any doubt about the roll-up leaves the month open.
open output report-file.
perform stamp-run-date.
move out-run-date to out-rpt-date.
move out-run-time to out-rpt-time.
write report-line from report-title-line after advancing 0 lines.
write report-line from report-date-line after advancing 1 line.
perform read-close-card.
perform check-period.
if ws-stop-reason = spaces
   perform read-period-control
   move ws-period to out-period
   move ws-prior-status to out-prior-status
   move ws-prior-date to out-prior-date
   write report-line from period-line after advancing 1 line
   perform read-history
   perform write-rollup
   perform read-registry
   perform write-never-ran
   if ws-mr-skipped > zero
      move 'ROLL-UP INCOMPLETE - DATASET TABLE FULL' to ws-stop-reason
   end-if
end-if.
evaluate true
   when ws-stop-reason not = spaces
      move 12 to ws-severity
      move ws-stop-reason to out-stop-reason
      write report-line from stop-line after advancing 2 lines
   when ws-prior-status = 'CLOSED' or ws-prior-status = 'ARCHIVED'
      move 4 to ws-severity
      move spaces to out-already-text
      string ' *** PERIOD ALREADY ' delimited by size
             ws-prior-status delimited by space
             ' ON STATPCTL.txt - NOT RECORDED AGAIN'
         delimited by size into out-already-text
      write report-line from already-line after advancing 2 lines
   when other
      perform record-period-closed
      if ws-closed = 'Y'
         write report-line from closed-line after advancing 2 lines
         if ws-never-count > zero
            move 4 to ws-severity
         end-if
      else
         move 12 to ws-severity
         move 'STATPCTL.txt COULD NOT BE WRITTEN' to out-stop-reason
         write report-line from stop-line after advancing 2 lines
      end-if
end-evaluate.
perform write-result.
close report-file.
perform audit-close.
move ws-severity to return-code.
goback.

stamp-run-date.
move function current-date to ws-current-date.
move spaces to out-run-date, out-run-time.
string ws-cd-yyyy '-' ws-cd-mm '-' ws-cd-dd
   delimited by size into out-run-date.
string ws-cd-hh ':' ws-cd-mi ':' ws-cd-ss
   delimited by size into out-run-time.
string ws-cd-yyyy '-' ws-cd-mm delimited by size
   into ws-this-period.

*>--- the card: PERIOD=YYYY-MM, '*' in column 1 comments a line out;
*>with no card the month before this one is closed ---
read-close-card.
if ws-cd-mm = 1
   compute ws-prev-yyyy = ws-cd-yyyy - 1
   move 12 to ws-prev-mm
else
   move ws-cd-yyyy to ws-prev-yyyy
   compute ws-prev-mm = ws-cd-mm - 1
end-if.
string ws-prev-yyyy '-' ws-prev-mm delimited by size into ws-period.
open input close-parm-file.
if ws-parm-fs = '00'
   move 'N' to ws-eof-flag
   perform close-card-loop until ws-eof-flag = 'Y'
end-if.
if ws-parm-fs = '00' or ws-parm-fs = '05' or ws-parm-fs = '10'
   close close-parm-file
end-if.

close-card-loop.
read close-parm-file
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y'
   and close-parm-line not = spaces
   and close-parm-line(1:1) not = '*'
   move spaces to parm-key, parm-value
   unstring close-parm-line delimited by '='
      into parm-key, parm-value
   if parm-key = 'PERIOD'
      move parm-value(1:7) to ws-period
   end-if
end-if.

*>a month still running cannot be closed: its later runs would be
*>refused the moment they arrived.
check-period.
if ws-period(1:4) is not numeric or ws-period(5:1) not = '-'
   or ws-period(6:2) is not numeric
   or ws-period(6:2) < '01' or ws-period(6:2) > '12'
   move spaces to ws-stop-reason
   string 'PERIOD=' ws-period ' IS NOT A YYYY-MM MONTH'
      delimited by size into ws-stop-reason
else
   if ws-period not < ws-this-period
      move spaces to ws-stop-reason
      string 'PERIOD=' ws-period ' HAS NOT ENDED'
         delimited by size into ws-stop-reason
   end-if
end-if.

*>--- period control: the month's last line is its standing ---
read-period-control.
open input statpctl-file.
if ws-pctl-fs = '00'
   move 'N' to ws-eof-flag
   perform period-control-loop until ws-eof-flag = 'Y'
end-if.
if ws-pctl-fs = '00' or ws-pctl-fs = '05' or ws-pctl-fs = '10'
   close statpctl-file
end-if.

period-control-loop.
read statpctl-file into period-ctl-record
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y' and pctl-period = ws-period
   move pctl-status to ws-prior-status
   move pctl-date to ws-prior-date
end-if.

record-period-closed.
move 'N' to ws-closed.
move ws-mr-count to aud-n1.
move ws-total-runs to aud-n2.
move spaces to period-ctl-record.
move ws-period to pctl-period.
move 'CLOSED' to pctl-status.
move out-run-date to pctl-date.
move out-run-time to pctl-time.
move 'STATCLOS' to pctl-by.
string 'DATASETS=' aud-n1 ' RUNS=' aud-n2
   delimited by size into pctl-note.
open extend statpctl-file.
if ws-pctl-fs = '00' or ws-pctl-fs = '05'
   write statpctl-line from period-ctl-record
   if ws-pctl-fs = '00'
      move 'Y' to ws-closed
   end-if
   close statpctl-file
end-if.

*>--- the roll-up: every history record whose run date is in the
*>month. A record whose figures do not read as numbers is counted and
*>left out rather than folded in as zero. ---
read-history.
open input stathist-file.
if ws-hist-fs = '00'
   move 'N' to ws-eof-flag
   perform history-loop until ws-eof-flag = 'Y'
end-if.
if ws-hist-fs = '00' or ws-hist-fs = '05' or ws-hist-fs = '10'
   close stathist-file
end-if.

history-loop.
read stathist-file into hist-record
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y' and hist-run-date(1:7) = ws-period
   move stathist-line(71:100) to hist-figure-text
   if hist-count is numeric and hft-mean not = spaces
      and hft-min not = spaces and hft-max not = spaces
      perform roll-history-record
   else
      add 1 to ws-hist-bad
   end-if
end-if.

roll-history-record.
move hist-count to ws-run-n.
move hist-mean to ws-run-mean.
move hist-min to ws-run-min.
move hist-max to ws-run-max.
move hist-dataset to ws-find-name.
perform find-rollup-slot.
if ws-mr-idx = zero
   if ws-mr-count < 500
      add 1 to ws-mr-count
      move ws-mr-count to ws-mr-idx
      move hist-dataset to mr-name(ws-mr-idx)
      move zero to mr-runs(ws-mr-idx), mr-readings(ws-mr-idx),
         mr-sum-nm(ws-mr-idx)
      move ws-run-min to mr-lo(ws-mr-idx)
      move ws-run-max to mr-hi(ws-mr-idx)
      move 'N' to mr-registered(ws-mr-idx)
   else
      add 1 to ws-mr-skipped
   end-if
end-if.
if ws-mr-idx > zero
   add 1 to mr-runs(ws-mr-idx)
   add 1 to ws-total-runs
   add ws-run-n to mr-readings(ws-mr-idx)
   add ws-run-n to ws-total-readings
   compute ws-run-nm = ws-run-n * ws-run-mean
   add ws-run-nm to mr-sum-nm(ws-mr-idx)
   if ws-run-min < mr-lo(ws-mr-idx)
      move ws-run-min to mr-lo(ws-mr-idx)
   end-if
   if ws-run-max > mr-hi(ws-mr-idx)
      move ws-run-max to mr-hi(ws-mr-idx)
   end-if
end-if.

find-rollup-slot.
move zero to ws-mr-idx.
perform match-rollup-slot
   varying bi from 1 by 1 until bi > ws-mr-count.

match-rollup-slot.
if mr-name(bi) = ws-find-name
   move bi to ws-mr-idx
   move ws-mr-count to bi
end-if.

write-rollup.
write report-line from rollup-title-line after advancing 2 lines.
write report-line from under-line after advancing 1 line.
if ws-mr-count = zero
   write report-line from rollup-none-line after advancing 1 line
else
   write report-line from rollup-head-line after advancing 1 line
   perform write-rollup-line
      varying bi from 1 by 1 until bi > ws-mr-count
end-if.
if ws-mr-skipped > zero
   move ws-mr-skipped to out-full-count
   write report-line from table-full-line after advancing 1 line
end-if.
if ws-hist-bad > zero
   move ws-hist-bad to out-hist-bad
   write report-line from hist-bad-line after advancing 1 line
end-if.
write report-line from under-line after advancing 1 line.
move ws-mr-count to out-tot-datasets.
move ws-total-runs to out-tot-runs.
move ws-total-readings to out-tot-readings.
write report-line from rollup-total-line after advancing 1 line.

*>weighted mean of means: each run's mean counts for as many
*>readings as the run measured, so a short rerun cannot tilt the
*>month as far as a full one.
write-rollup-line.
move mr-name(bi) to out-mr-name.
move mr-runs(bi) to out-mr-runs.
move mr-readings(bi) to out-mr-readings.
move zero to ws-wmean.
if mr-readings(bi) > zero
   compute ws-wmean rounded = mr-sum-nm(bi) / mr-readings(bi)
end-if.
move ws-wmean to out-mr-wmean.
move mr-lo(bi) to out-mr-lo.
move mr-hi(bi) to out-mr-hi.
compute ws-range = mr-hi(bi) - mr-lo(bi).
move ws-range to out-mr-range.
write report-line from rollup-line after advancing 1 line.

*>--- registered datasets: every STATREG.txt entry with no run ---
read-registry.
open input statreg-file.
if ws-reg-fs = '00'
   move 'Y' to ws-reg-found
   move 'N' to ws-eof-flag
   perform registry-loop until ws-eof-flag = 'Y'
end-if.
if ws-reg-fs = '00' or ws-reg-fs = '05' or ws-reg-fs = '10'
   close statreg-file
end-if.

registry-loop.
read statreg-file into registry-record
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y'
   and registry-record not = spaces
   and reg-dataset(1:1) not = '*'
   move reg-dataset to ws-find-name
   perform find-rollup-slot
   if ws-mr-idx > zero
      move 'Y' to mr-registered(ws-mr-idx)
   else
      if ws-never-count = zero
         write report-line from never-title-line
            after advancing 2 lines
         write report-line from under-line after advancing 1 line
      end-if
      add 1 to ws-never-count
      move reg-dataset to out-never-name
      write report-line from never-line after advancing 1 line
   end-if
end-if.

write-never-ran.
if ws-reg-found not = 'Y'
   write report-line from never-title-line after advancing 2 lines
   write report-line from under-line after advancing 1 line
   write report-line from no-registry-line after advancing 1 line
else
   if ws-never-count = zero
      write report-line from never-title-line after advancing 2 lines
      write report-line from under-line after advancing 1 line
      write report-line from never-none-line after advancing 1 line
   end-if
end-if.

write-result.
evaluate true
   when ws-closed = 'Y'
      move 'CLOSED' to out-result
   when ws-severity = 4
      move 'ALREADY CLOSED' to out-result
   when other
      move 'NOT CLOSED' to out-result
end-evaluate.
move ws-severity to out-result-code.
write report-line from result-line after advancing 2 lines.

*>same stamped layout statnew and statjob append.
audit-close.
move ws-mr-count to aud-n1.
move ws-total-runs to aud-n2.
move ws-severity to aud-n3.
move spaces to aud-text.
string 'PERIOD CLOSE PERIOD=' ws-period ' ' out-result
   delimited by size into aud-text.
move spaces to ws-aud-left.
string function trim(aud-text) ' DATASETS=' aud-n1 ' RUNS=' aud-n2
       ' CODE=' aud-n3
   delimited by size into ws-aud-left.
move ws-aud-left to aud-text.
move out-run-date to aud-date.
move out-run-time to aud-time.
open extend stataudit-file.
write stataudit-line from audit-line-rec.
close stataudit-file.
