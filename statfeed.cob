*>Name: Lance Paje
*>Program: statfeed.cob
*>Feed arrival tracking across days. statnew's registry arrival check
*>only knows what was missing from the one run's STATCTL.txt; it
*>cannot tell that a DAILY feed has been absent four days or that a
*>MONTHLY feed is two weeks past due. This program reads every
*>STATREG.txt entry's frequency against the processed-extract
*>history in STATEXTR.txt and, for each registered dataset, works
*>out when the next extract is due and lists the feed as on time,
*>late (with the days overdue) or never received. Each extract that
*>did arrive is graded against the one before it -- due one interval
*>after the previous extract's creation date, late by however many
*>days it was run after that -- and the average over the last N
*>periods gives each feeder's track record. A feed overdue past the
*>grace period goes to STATFALRT.txt, the same operator-alert scheme
*>as statnew's STATALERT.txt, so the feed owner is chased the same
*>day. Optional STATSLA.txt card, KEYWORD=VALUE lines:
*>  GRACE-DAYS   days late a feed may run before it alerts (default 1)
*>  PERIODS      arrivals averaged per feeder (default 6, at most 24)
*>  AS-OF        YYYY-MM-DD to judge against (default today)
*>Frequencies tracked: DAILY, WEEKLY, MONTHLY, QUARTERLY, YEARLY
*>(ANNUAL); any other is listed as not tracked. An OVERRIDE entry in
*>the register is a forced rerun of an extract already counted, not
*>a new arrival, and is passed over. Ends 8 with any feed overdue
*>past grace, 4 with any feed late or never received, 0 otherwise.
identification division.
program-id. statfeed.

environment division.
input-output section.
file-control.
select optional statreg-file assign to "STATREG.txt"
      organization is line sequential
      file status is ws-reg-fs.
select optional statextr-file assign to "STATEXTR.txt"
      organization is line sequential
      file status is ws-extr-fs.
select optional sla-parm-file assign to "STATSLA.txt"
      organization is line sequential
      file status is ws-parm-fs.
select feed-file assign to "STATFEED.txt"
      organization is line sequential.
select falert-file assign to "STATFALRT.txt"
      organization is line sequential.
select optional stataudit-file assign to "STATAUDIT.txt"
      organization is line sequential.

data division.
file section.
fd statreg-file.
01 statreg-line pic X(800).
fd statextr-file.
01 statextr-line pic X(132).
fd sla-parm-file.
01 sla-parm-line pic X(80).
fd feed-file.
01 feed-line pic X(132).
fd falert-file.
01 falert-line pic X(100).
fd stataudit-file.
01 stataudit-line pic X(132).

working-storage section.
77 ws-reg-fs pic X(2).
77 ws-extr-fs pic X(2).
77 ws-parm-fs pic X(2).
77 ws-eof-flag pic X value 'N'.
77 ws-parm-eof pic X value 'N'.
77 ws-feed-count pic S9999 usage is computational value zero.
77 ws-feed-skipped pic S9999 usage is computational value zero.
77 ws-extr-read pic S9(9) usage is computational value zero.
77 ws-grace-days pic S9(5) usage is computational value 1.
77 ws-periods pic S9(5) usage is computational value 6.
77 ws-as-of pic X(10) value spaces.
77 ws-as-of-int pic S9(9) usage is computational.
77 ws-severity pic S99 usage is computational value zero.
77 ws-on-time-count pic S9999 usage is computational value zero.
77 ws-late-count pic S9999 usage is computational value zero.
77 ws-alert-count pic S9999 usage is computational value zero.
77 ws-never-count pic S9999 usage is computational value zero.
77 ws-untracked-count pic S9999 usage is computational value zero.
77 fi pic S9999 usage is computational.
77 fj pic S9999 usage is computational.
77 fk pic S9999 usage is computational.
77 parm-numval pic S9(9) usage is computational-3.
01 parm-key pic X(30).
01 parm-value pic X(50).
*>date work: ws-date-text in, ws-day-int out (zero when the text is
*>not a real YYYY-MM-DD date); add-interval moves ws-base-text on by
*>the feed's interval into ws-due-text / ws-due-int.
77 ws-date-text pic X(10).
77 ws-day-int pic S9(9) usage is computational.
77 ws-base-text pic X(10).
77 ws-due-text pic X(10).
77 ws-due-int pic S9(9) usage is computational.
77 ws-late-days pic S9(9) usage is computational.
77 ws-month-seq pic S9(9) usage is computational.
77 ws-month-end-int pic S9(9) usage is computational.
77 ws-month-days pic S9(5) usage is computational.
77 ws-day-of-month pic S9(5) usage is computational.
77 ws-avg-sum pic S9(9) usage is computational.
77 ws-avg-n pic S9(5) usage is computational.
77 ws-avg-late-n pic S9(5) usage is computational.
77 ws-avg-late pic S9(5)V9(2) usage is computational-3.
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
01 ws-date-parts redefines ws-date-digits.
   02 ws-dp-yyyy pic 9(4).
   02 ws-dp-mm pic 9(2).
   02 ws-dp-dd pic 9(2).
77 out-run-date pic X(10).
77 out-run-time pic X(8).
*>only the leading columns of statnew's registry-record matter here:
*>the dataset name and the frequency the feeder promised.
01 registry-record.
   02 reg-dataset pic X(40).
   02 reg-min pic X(18).
   02 reg-max pic X(18).
   02 reg-frequency pic X(10).
   02 filler pic X(714).
*>statnew's extr-record, the STATEXTR.txt register layout.
01 extr-record.
   02 extr-dataset-id pic X(20).
   02 filler pic X(1).
   02 extr-create-date pic X(10).
   02 filler pic X(1).
   02 extr-run-date pic X(10).
   02 filler pic X(1).
   02 extr-run-time pic X(8).
   02 filler pic X(1).
   02 extr-note pic X(10).
   02 filler pic X(1).
   02 extr-dataset pic X(40).
*>one slot per registered dataset. fd-months / fd-days is the feed's
*>interval (one of the two is zero); fd-late keeps the days-late of
*>its latest arrivals, oldest first, shifting out past 24.
01 feed-table-area.
   02 feed-entry occurs 100 times.
      03 fd-name pic X(40).
      03 fd-frequency pic X(10).
      03 fd-months pic S99 usage is computational.
      03 fd-days pic S9(4) usage is computational.
      03 fd-arrivals pic S9(9) usage is computational.
      03 fd-last-create pic X(10).
      03 fd-last-run pic X(10).
      03 fd-next-due pic X(10).
      03 fd-status pic X(14).
      03 fd-overdue pic S9(9) usage is computational.
      03 fd-late-n pic S99 usage is computational.
      03 fd-late occurs 24 times pic S9(9) usage is computational.
01 audit-line-rec.
   02 aud-date pic X(10).
   02 filler pic X(1) value space.
   02 aud-time pic X(8).
   02 filler pic X(1) value space.
   02 aud-program pic X(8) value 'STATFEED'.
   02 filler pic X(1) value space.
   02 aud-text pic X(100).
77 aud-n1 pic -(8)9.
77 aud-n2 pic -(8)9.
77 aud-n3 pic -(8)9.
77 aud-n4 pic -(8)9.
01 report-title-line.
   02 filler pic X(29) value '  STATNEW FEED ARRIVAL REPORT'.
01 report-date-line.
   02 filler pic X(11) value ' RUN DATE= '.
   02 out-rpt-date pic X(10).
   02 filler pic X(7) value ' TIME= '.
   02 out-rpt-time pic X(8).
   02 filler pic X(9) value '  AS OF= '.
   02 out-as-of pic X(10).
01 report-parm-line.
   02 filler pic X(13) value ' GRACE DAYS= '.
   02 out-grace pic Z(4)9.
   02 filler pic X(11) value '  PERIODS= '.
   02 out-periods pic Z9.
01 under-line.
   02 filler pic X(130) value all '-'.
01 col-head-line.
   02 filler pic X(41) value ' DATASET'.
   02 filler pic X(11) value 'FREQUENCY'.
   02 filler pic X(11) value 'LAST EXTR'.
   02 filler pic X(11) value 'LAST RUN'.
   02 filler pic X(11) value 'NEXT DUE'.
   02 filler pic X(14) value 'STATUS'.
   02 filler pic X(9) value 'DAYS LATE'.
   02 filler pic X(12) value '    AVG LATE'.
   02 filler pic X(11) value '  LATE/OF'.
01 feed-detail-line.
   02 filler pic X(1) value space.
   02 out-fd-name pic X(40).
   02 out-fd-freq pic X(10).
   02 filler pic X(1) value space.
   02 out-fd-create pic X(10).
   02 filler pic X(1) value space.
   02 out-fd-run pic X(10).
   02 filler pic X(1) value space.
   02 out-fd-due pic X(10).
   02 filler pic X(1) value space.
   02 out-fd-status pic X(14).
   02 out-fd-overdue pic Z(8)9 blank when zero.
   02 out-fd-avg pic Z(8)9.99.
   02 filler pic X(2) value spaces.
   02 out-fd-late-n pic Z9.
   02 filler pic X(1) value '/'.
   02 out-fd-of-n pic Z9.
   02 filler pic X(1) value space.
   02 out-fd-flag pic X(3).
01 summary-title-line.
   02 filler pic X(14) value ' FEED SUMMARY'.
01 summary-line.
   02 out-sum-label pic X(28).
   02 out-sum-count pic Z(3)9.
01 no-registry-line.
   02 filler pic X(44) value
      ' NO DATASET REGISTRY ON FILE - NOTHING TO DO'.
01 table-full-line.
   02 filler pic X(23) value ' STATREG: TABLE FULL - '.
   02 out-feed-skipped pic Z(3)9.
   02 filler pic X(16) value ' ENTRIES IGNORED'.
01 no-register-line.
   02 filler pic X(52) value
      ' STATEXTR: NO PROCESSED EXTRACTS ON FILE'.
01 bad-as-of-line.
   02 filler pic X(40) value
      ' STATSLA: AS-OF NOT A DATE - TODAY USED'.
01 alert-title-line.
   02 filler pic X(24) value ' STATFEED OPERATOR ALERT'.
01 alert-severity-line.
   02 filler pic X(11) value ' SEVERITY= '.
   02 out-alert-severity pic Z9.
01 alert-reason-line.
   02 filler pic X(40) value
      ' REASON= FEED OVERDUE PAST GRACE PERIOD'.
01 alert-feed-line.
   02 filler pic X(10) value ' DATASET= '.
   02 out-alert-dataset pic X(40).
   02 filler pic X(6) value ' DUE= '.
   02 out-alert-due pic X(10).
   02 filler pic X(11) value ' DAYS LATE='.
   02 out-alert-days pic Z(4)9.

procedure division.
*>registry first (no registry, nothing to track), then the whole
*>extract register folded into the table in the order it was
*>written, then one line per feed judged against the as-of date.
open output feed-file.
perform stamp-run-date.
perform read-sla-card.
move out-run-date to out-rpt-date.
move out-run-time to out-rpt-time.
move ws-as-of to out-as-of.
write feed-line from report-title-line after advancing 0 lines.
write feed-line from report-date-line after advancing 1 line.
move ws-grace-days to out-grace.
move ws-periods to out-periods.
write feed-line from report-parm-line after advancing 1 line.
if ws-as-of-int = zero
   write feed-line from bad-as-of-line after advancing 1 line
   move out-run-date to ws-as-of
   move ws-as-of to ws-date-text
   perform date-to-int
   move ws-day-int to ws-as-of-int
end-if.
perform read-registry.
if ws-feed-count = zero
   write feed-line from no-registry-line after advancing 2 lines
else
   if ws-feed-skipped > zero
      move ws-feed-skipped to out-feed-skipped
      write feed-line from table-full-line after advancing 1 line
   end-if
   perform read-extract-register
   if ws-extr-read = zero
      write feed-line from no-register-line after advancing 1 line
   end-if
   write feed-line from col-head-line after advancing 2 lines
   write feed-line from under-line after advancing 1 line
   perform judge-feed
      varying fi from 1 by 1 until fi > ws-feed-count
   perform write-summary
end-if.
close feed-file.
perform write-alert-file.
perform audit-feed-check.
move ws-severity to return-code.
goback.

stamp-run-date.
move function current-date to ws-current-date.
move spaces to out-run-date, out-run-time.
string ws-cd-yyyy '-' ws-cd-mm '-' ws-cd-dd
   delimited by size into out-run-date.
string ws-cd-hh ':' ws-cd-mi ':' ws-cd-ss
   delimited by size into out-run-time.

*>optional STATSLA.txt, same KEYWORD=VALUE convention as statnew's
*>parameter card ('*' in column 1 comments a line out).
read-sla-card.
move out-run-date to ws-as-of.
open input sla-parm-file.
if ws-parm-fs = '00'
   move 'N' to ws-parm-eof
   perform sla-card-loop until ws-parm-eof = 'Y'
end-if.
if ws-parm-fs = '00' or ws-parm-fs = '05' or ws-parm-fs = '10'
   close sla-parm-file
end-if.
if ws-grace-days < zero
   move zero to ws-grace-days
end-if.
if ws-periods < 1
   move 1 to ws-periods
end-if.
if ws-periods > 24
   move 24 to ws-periods
end-if.
move ws-as-of to ws-date-text.
perform date-to-int.
move ws-day-int to ws-as-of-int.

sla-card-loop.
read sla-parm-file
   at end move 'Y' to ws-parm-eof
end-read.
if ws-parm-eof not = 'Y'
   and sla-parm-line not = spaces
   and sla-parm-line(1:1) not = '*'
   move spaces to parm-key, parm-value
   unstring sla-parm-line delimited by '='
      into parm-key, parm-value
   evaluate function trim(parm-key)
      when 'GRACE-DAYS'
         compute parm-numval = function numval(parm-value)
         move parm-numval to ws-grace-days
      when 'PERIODS'
         compute parm-numval = function numval(parm-value)
         move parm-numval to ws-periods
      when 'AS-OF'
         move function trim(parm-value) to ws-as-of
   end-evaluate
end-if.

*>--- registry: one feed slot per entry that names a dataset ---
read-registry.
open input statreg-file.
if ws-reg-fs = '00'
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
   if ws-feed-count < 100
      add 1 to ws-feed-count
      perform load-feed-entry
   else
      add 1 to ws-feed-skipped
   end-if
end-if.

*>the interval a feed is held to comes from the first letters of its
*>frequency, so DAILY, Daily and DAY all read the same.
load-feed-entry.
move ws-feed-count to fi.
move reg-dataset to fd-name(fi).
move function upper-case(reg-frequency) to fd-frequency(fi).
move function trim(fd-frequency(fi)) to fd-frequency(fi).
move zero to fd-months(fi), fd-days(fi), fd-arrivals(fi).
move zero to fd-overdue(fi), fd-late-n(fi).
move spaces to fd-last-create(fi), fd-last-run(fi).
move spaces to fd-next-due(fi), fd-status(fi).
evaluate true
   when fd-frequency(fi)(1:3) = 'DAI' or fd-frequency(fi)(1:3) = 'DAY'
      move 1 to fd-days(fi)
   when fd-frequency(fi)(1:4) = 'WEEK'
      move 7 to fd-days(fi)
   when fd-frequency(fi)(1:5) = 'MONTH'
      move 1 to fd-months(fi)
   when fd-frequency(fi)(1:7) = 'QUARTER'
      move 3 to fd-months(fi)
   when fd-frequency(fi)(1:4) = 'YEAR' or fd-frequency(fi)(1:6) = 'ANNUAL'
      move 12 to fd-months(fi)
end-evaluate.

*>--- extract register: every PROCESSED arrival, oldest first ---
read-extract-register.
open input statextr-file.
if ws-extr-fs = '00'
   move 'N' to ws-eof-flag
   perform extract-loop until ws-eof-flag = 'Y'
end-if.
if ws-extr-fs = '00' or ws-extr-fs = '05' or ws-extr-fs = '10'
   close statextr-file
end-if.

extract-loop.
read statextr-file into extr-record
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y' and extr-record not = spaces
   and extr-note not = 'OVERRIDE'
   add 1 to ws-extr-read
   move zero to fj
   perform match-feed-entry
      varying fi from 1 by 1 until fi > ws-feed-count
   if fj > zero
      perform note-arrival
   end-if
end-if.

match-feed-entry.
if fd-name(fi) = extr-dataset
   move fi to fj
   move ws-feed-count to fi
end-if.

*>an arrival after the first is graded against the extract before
*>it: due one interval after that extract's creation date, late by
*>the days between then and the run that took it in.
note-arrival.
if fd-arrivals(fj) > zero
   and (fd-days(fj) > zero or fd-months(fj) > zero)
   move fj to fi
   move fd-last-create(fj) to ws-base-text
   perform add-interval
   move extr-run-date to ws-date-text
   perform date-to-int
   if ws-due-int > zero and ws-day-int > zero
      compute ws-late-days = ws-day-int - ws-due-int
      if ws-late-days < zero
         move zero to ws-late-days
      end-if
      perform push-lateness
   end-if
end-if.
add 1 to fd-arrivals(fj).
move extr-create-date to fd-last-create(fj).
move extr-run-date to fd-last-run(fj).

push-lateness.
if fd-late-n(fj) < 24
   add 1 to fd-late-n(fj)
else
   perform shift-lateness
      varying fk from 1 by 1 until fk > 23
end-if.
move ws-late-days to fd-late(fj, fd-late-n(fj)).

shift-lateness.
move fd-late(fj, fk + 1) to fd-late(fj, fk).

*>--- judge each feed against the as-of date and print its line ---
*>a feed still outstanding past its due date counts its days overdue
*>so far as one more period in its average: a feeder that has simply
*>stopped sending must not keep an on-time record.
judge-feed.
move spaces to out-fd-flag.
move zero to ws-late-days.
evaluate true
   when fd-days(fi) = zero and fd-months(fi) = zero
      move 'NOT TRACKED' to fd-status(fi)
      add 1 to ws-untracked-count
   when fd-arrivals(fi) = zero
      move 'NEVER RECEIVED' to fd-status(fi)
      add 1 to ws-never-count
      perform raise-to-4
   when other
      move fd-last-create(fi) to ws-base-text
      perform add-interval
      move ws-due-text to fd-next-due(fi)
      if ws-due-int = zero
         move 'BAD EXTR DATE' to fd-status(fi)
         add 1 to ws-late-count
         perform raise-to-4
      else
         compute ws-late-days = ws-as-of-int - ws-due-int
         if ws-late-days > zero
            move ws-late-days to fd-overdue(fi)
            move 'LATE' to fd-status(fi)
            if ws-late-days > ws-grace-days
               move '***' to out-fd-flag
               add 1 to ws-alert-count
               move 8 to ws-severity
            else
               add 1 to ws-late-count
               perform raise-to-4
            end-if
         else
            move zero to ws-late-days
            move 'ON TIME' to fd-status(fi)
            add 1 to ws-on-time-count
         end-if
      end-if
end-evaluate.
perform average-lateness.
move fd-name(fi) to out-fd-name.
move fd-frequency(fi) to out-fd-freq.
move fd-last-create(fi) to out-fd-create.
move fd-last-run(fi) to out-fd-run.
move fd-next-due(fi) to out-fd-due.
move fd-status(fi) to out-fd-status.
move fd-overdue(fi) to out-fd-overdue.
write feed-line from feed-detail-line after advancing 1 line.

raise-to-4.
if ws-severity < 4
   move 4 to ws-severity
end-if.

*>the last PERIODS gradings, the outstanding one included when the
*>feed is late now; out-fd-late-n / out-fd-of-n say how many of them
*>were late at all.
average-lateness.
move zero to ws-avg-sum, ws-avg-n, ws-avg-late, ws-avg-late-n.
if ws-late-days > zero
   add ws-late-days to ws-avg-sum
   add 1 to ws-avg-n
   add 1 to ws-avg-late-n
end-if.
move fd-late-n(fi) to fk.
perform average-one-period
   until fk < 1 or ws-avg-n not < ws-periods.
if ws-avg-n > zero
   compute ws-avg-late rounded = ws-avg-sum / ws-avg-n
end-if.
move ws-avg-late to out-fd-avg.
move ws-avg-n to out-fd-of-n.
move ws-avg-late-n to out-fd-late-n.

average-one-period.
add fd-late(fi, fk) to ws-avg-sum.
add 1 to ws-avg-n.
if fd-late(fi, fk) > zero
   add 1 to ws-avg-late-n
end-if.
subtract 1 from fk.

write-summary.
write feed-line from summary-title-line after advancing 2 lines.
write feed-line from under-line after advancing 1 line.
move ' FEEDS REGISTERED=' to out-sum-label.
move ws-feed-count to out-sum-count.
write feed-line from summary-line after advancing 1 line.
move ' ON TIME=' to out-sum-label.
move ws-on-time-count to out-sum-count.
write feed-line from summary-line after advancing 1 line.
move ' LATE WITHIN GRACE=' to out-sum-label.
move ws-late-count to out-sum-count.
write feed-line from summary-line after advancing 1 line.
move ' OVERDUE PAST GRACE=' to out-sum-label.
move ws-alert-count to out-sum-count.
write feed-line from summary-line after advancing 1 line.
move ' NEVER RECEIVED=' to out-sum-label.
move ws-never-count to out-sum-count.
write feed-line from summary-line after advancing 1 line.
move ' NOT TRACKED (FREQUENCY)=' to out-sum-label.
move ws-untracked-count to out-sum-count.
write feed-line from summary-line after advancing 1 line.

*>--- date arithmetic ---
date-to-int.
move zero to ws-day-int.
move ws-date-text(1:4) to ws-dd-yyyy.
move ws-date-text(6:2) to ws-dd-mm.
move ws-date-text(9:2) to ws-dd-dd.
if ws-date-num is numeric
   and ws-date-text(5:1) = '-' and ws-date-text(8:1) = '-'
   and ws-dp-mm >= 1 and ws-dp-mm <= 12
   and ws-dp-dd >= 1 and ws-dp-dd <= 31
   and ws-dp-yyyy >= 1601
   compute ws-day-int = function integer-of-date(ws-date-num)
end-if.

*>moves ws-base-text on by feed fi's interval. Days are plain day
*>arithmetic; months keep the day of the month, pulled back to the
*>month's last day where the month is shorter (Jan 31 + 1 month is
*>Feb 28 or 29).
add-interval.
move zero to ws-due-int.
move spaces to ws-due-text.
move ws-base-text to ws-date-text.
perform date-to-int.
if ws-day-int > zero
   if fd-days(fi) > zero
      compute ws-due-int = ws-day-int + fd-days(fi)
      compute ws-date-num = function date-of-integer(ws-due-int)
   else
      move ws-dp-dd to ws-day-of-month
      compute ws-month-seq =
         (ws-dp-yyyy * 12) + (ws-dp-mm - 1) + fd-months(fi)
      compute ws-dp-yyyy = ws-month-seq / 12
      compute ws-dp-mm = ws-month-seq - (ws-dp-yyyy * 12) + 1
      move 1 to ws-dp-dd
      compute ws-due-int = function integer-of-date(ws-date-num)
      perform month-length
      if ws-day-of-month > ws-month-days
         move ws-month-days to ws-day-of-month
      end-if
      compute ws-due-int = ws-due-int + ws-day-of-month - 1
      compute ws-date-num = function date-of-integer(ws-due-int)
   end-if
   string ws-dd-yyyy '-' ws-dd-mm '-' ws-dd-dd
      delimited by size into ws-due-text
end-if.

*>days in the month ws-due-int opens: the first of the next month,
*>less the first of this one.
month-length.
if ws-dp-mm = 12
   add 1 to ws-dp-yyyy
   move 1 to ws-dp-mm
else
   add 1 to ws-dp-mm
end-if.
compute ws-month-end-int = function integer-of-date(ws-date-num).
compute ws-month-days = ws-month-end-int - ws-due-int.

*>--- operator alert and audit trail ---
*>the alert file is rewritten every run, empty on a morning with
*>nothing overdue, so yesterday's alert cannot linger.
write-alert-file.
open output falert-file.
if ws-alert-count > zero
   write falert-line from alert-title-line after advancing 0 lines
   move ws-severity to out-alert-severity
   write falert-line from alert-severity-line after advancing 1 line
   write falert-line from alert-reason-line after advancing 1 line
   perform alert-feed
      varying fi from 1 by 1 until fi > ws-feed-count
end-if.
close falert-file.

alert-feed.
if fd-status(fi) = 'LATE' and fd-overdue(fi) > ws-grace-days
   move fd-name(fi) to out-alert-dataset
   move fd-next-due(fi) to out-alert-due
   move fd-overdue(fi) to out-alert-days
   write falert-line from alert-feed-line after advancing 1 line
end-if.

*>same stamped layout statnew and statjob append.
audit-feed-check.
move ws-feed-count to aud-n1.
move ws-late-count to aud-n2.
move ws-alert-count to aud-n3.
move ws-never-count to aud-n4.
move spaces to aud-text.
string 'FEED CHECK AS OF ' ws-as-of
       ' FEEDS=' aud-n1
       ' LATE=' aud-n2
       ' OVERDUE=' aud-n3
       ' NEVER=' aud-n4
   delimited by size into aud-text.
move out-run-date to aud-date.
move out-run-time to aud-time.
open extend stataudit-file.
write stataudit-line from audit-line-rec.
close stataudit-file.
