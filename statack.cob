*>Name: Lance Paje
*>Program: statack.cob
*>Acknowledgment reconciliation for the outbound results interface.
*>statnew writes STATIFC-<run id>.txt for the quality database every
*>production run and logs it on STATSENT.txt; the receiving system
*>returns one line per file it loaded on STATACK.txt. This program
*>matches the two and reports, per run sent:
*>  ACKNOWLEDGED    receiver's count agrees with the trailer count
*>  COUNT MISMATCH  acknowledged, but with a different record count
*>  REJECTED        the receiver turned the file away
*>  NOT ACKED       no acknowledgment after the wait period
*>  PENDING         sent too recently to expect one yet
*>and lists any acknowledgment for a run never sent. Every dataset of
*>a run that needs sending again goes on the STATRSND.txt resend
*>worklist -- except a dataset statnew skipped as a duplicate extract
*>(severity 6, DUPSKIP in its D record): its figures already went out
*>with the run that first processed it, so it is listed HELD and is
*>never sent twice. Ends 4 when anything needs attention, 0 when
*>every run sent is acknowledged or pending.
*>STATACK.txt layout, as agreed with the receiving team:
*>  cols  1-14  run id (YYYYMMDDHHMMSS, from the H record)
*>  col  15     space
*>  cols 16-24  detail records loaded, 9 digits
*>  col  25     space
*>  cols 26-33  ACCEPTED or REJECTED
*>  col  34     space
*>  cols 35-44  date loaded, YYYY-MM-DD
*>A later line for the same run supersedes an earlier one.
identification division.
program-id. statack.

environment division.
input-output section.
file-control.
select optional statsent-file assign to "STATSENT.txt"
      organization is line sequential
      file status is ws-sent-fs.
select optional statack-file assign to "STATACK.txt"
      organization is line sequential
      file status is ws-ack-fs.
select optional ifc-file assign to dynamic ws-ifc-name
      organization is line sequential
      file status is ws-ifc-fs.
select report-file assign to "STATACKR.txt"
      organization is line sequential.
select resend-file assign to "STATRSND.txt"
      organization is line sequential.
select optional stataudit-file assign to "STATAUDIT.txt"
      organization is line sequential.

data division.
file section.
fd statsent-file.
01 statsent-line pic X(132).
fd statack-file.
01 statack-line pic X(80).
fd ifc-file.
01 ifc-line pic X(240).
fd report-file.
01 report-line pic X(100).
fd resend-file.
01 resend-line pic X(100).
fd stataudit-file.
01 stataudit-line pic X(132).

working-storage section.
77 ws-sent-fs pic X(2).
77 ws-ack-fs pic X(2).
77 ws-ifc-fs pic X(2).
77 ws-eof-flag pic X value 'N'.
77 ws-ifc-eof pic X value 'N'.
77 ws-ifc-name pic X(40).
*>a run sent today or yesterday may simply not have been loaded yet;
*>older than this many days with no acknowledgment is reported.
77 ack-wait-days pic S9(5) usage is computational value 1.
77 ws-today-int pic S9(9) usage is computational.
77 ws-run-int pic S9(9) usage is computational.
77 ws-ack-count pic S9(5) usage is computational value zero.
77 ws-ack-skipped pic S9(5) usage is computational value zero.
77 ws-sent-count pic S9(9) usage is computational value zero.
77 ws-ok-count pic S9(9) usage is computational value zero.
77 ws-pending-count pic S9(9) usage is computational value zero.
77 ws-problem-count pic S9(9) usage is computational value zero.
77 ws-unknown-count pic S9(9) usage is computational value zero.
77 ws-resend-count pic S9(9) usage is computational value zero.
77 ws-held-count pic S9(9) usage is computational value zero.
77 ws-severity pic S99 usage is computational value zero.
77 ai pic S9(5) usage is computational.
77 aj pic S9(5) usage is computational.
77 ws-run-status pic X(14).
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
*>statnew's sent-record, the STATSENT.txt layout.
01 sent-record.
   02 snt-run-id pic X(14).
   02 filler pic X(1).
   02 snt-file pic X(30).
   02 filler pic X(1).
   02 snt-count pic 9(9).
   02 filler pic X(1).
   02 snt-hash pic X(23).
   02 filler pic X(1).
   02 snt-run-date pic X(10).
   02 filler pic X(1).
   02 snt-run-time pic X(8).
   02 filler pic X(1).
   02 snt-severity pic X(2).
01 ack-record.
   02 ack-run-id pic X(14).
   02 filler pic X(1).
   02 ack-count pic X(9).
   02 filler pic X(1).
   02 ack-status pic X(8).
   02 filler pic X(1).
   02 ack-date pic X(10).
   02 filler pic X(36).
*>the leading columns of statnew's interface D/G record: enough to
*>name the dataset or group and see whether it was a duplicate skip.
01 ifc-detail-rec.
   02 ifd-type pic X(1).
   02 ifd-run-id pic X(14).
   02 ifd-dataset pic X(40).
   02 ifd-group pic X(8).
   02 ifd-status pic X(8).
   02 ifd-severity pic X(2).
   02 filler pic X(167).
01 ack-table-area.
   02 ack-entry occurs 2000 times.
      03 at-run-id pic X(14).
      03 at-count pic X(9).
      03 at-status pic X(8).
      03 at-date pic X(10).
      03 at-matched pic X.
01 audit-line-rec.
   02 aud-date pic X(10).
   02 filler pic X(1) value space.
   02 aud-time pic X(8).
   02 filler pic X(1) value space.
   02 aud-program pic X(8) value 'STATACK'.
   02 filler pic X(1) value space.
   02 aud-text pic X(100).
77 aud-n1 pic -(8)9.
77 aud-n2 pic -(8)9.
77 aud-n3 pic -(8)9.
77 aud-n4 pic -(8)9.
01 report-title-line.
   02 filler pic X(44) value
      '  STATNEW INTERFACE ACKNOWLEDGMENT REPORT'.
01 report-date-line.
   02 filler pic X(11) value ' RUN DATE= '.
   02 out-rpt-date pic X(10).
   02 filler pic X(7) value ' TIME= '.
   02 out-rpt-time pic X(8).
01 under-line.
   02 filler pic X(96) value all '-'.
01 col-head-line.
   02 filler pic X(16) value ' RUN ID'.
   02 filler pic X(11) value 'SENT'.
   02 filler pic X(10) value '     SENT'.
   02 filler pic X(10) value '    ACKED'.
   02 filler pic X(2) value spaces.
   02 filler pic X(11) value 'ACK DATE'.
   02 filler pic X(15) value 'STATUS'.
01 run-line.
   02 filler pic X(1) value space.
   02 out-run-id pic X(14).
   02 filler pic X(1) value space.
   02 out-sent-date pic X(10).
   02 out-sent-count pic Z(8)9.
   02 filler pic X(1) value space.
   02 out-ack-count pic X(9).
   02 filler pic X(3) value spaces.
   02 out-ack-date pic X(10).
   02 filler pic X(1) value space.
   02 out-run-status pic X(14).
   02 filler pic X(1) value space.
   02 out-run-flag pic X(3).
01 unknown-title-line.
   02 filler pic X(40) value
      ' ACKNOWLEDGMENTS FOR RUNS NEVER SENT'.
01 unknown-line.
   02 filler pic X(1) value space.
   02 out-unk-run-id pic X(14).
   02 filler pic X(12) value spaces.
   02 out-unk-count pic X(9).
   02 filler pic X(3) value spaces.
   02 out-unk-date pic X(10).
   02 filler pic X(1) value space.
   02 out-unk-status pic X(8).
01 missing-ifc-line.
   02 filler pic X(33) value
      ' *** INTERFACE FILE NOT ON HAND: '.
   02 out-missing-ifc pic X(40).
01 summary-line.
   02 out-sum-label pic X(28).
   02 out-sum-count pic Z(8)9.
01 no-sent-line.
   02 filler pic X(45) value
      ' NO INTERFACE FILES ON RECORD - NOTHING TO DO'.
01 ack-full-line.
   02 filler pic X(25) value ' STATACK: TABLE FULL - '.
   02 out-ack-skipped pic Z(4)9.
   02 filler pic X(16) value ' LINES IGNORED'.
01 resend-title-line.
   02 filler pic X(30) value '  STATNEW INTERFACE RESENDS'.
01 resend-head-line.
   02 filler pic X(16) value ' RUN ID'.
   02 filler pic X(5) value 'REC'.
   02 filler pic X(41) value 'DATASET'.
   02 filler pic X(9) value 'GROUP'.
   02 filler pic X(20) value 'ACTION'.
01 resend-detail-line.
   02 filler pic X(1) value space.
   02 out-rs-run-id pic X(14).
   02 filler pic X(1) value space.
   02 out-rs-type pic X(1).
   02 filler pic X(4) value spaces.
   02 out-rs-dataset pic X(40).
   02 filler pic X(1) value space.
   02 out-rs-group pic X(8).
   02 filler pic X(1) value space.
   02 out-rs-action pic X(24).
01 resend-none-line.
   02 filler pic X(30) value ' NOTHING TO RESEND'.

procedure division.
*>acknowledgments first, into the table; then the sent register line
*>by line, each run judged against its acknowledgment and, when it
*>has to go again, its interface file read back for the worklist.
open output report-file.
open output resend-file.
perform stamp-run-date.
move out-run-date to out-rpt-date.
move out-run-time to out-rpt-time.
write report-line from report-title-line after advancing 0 lines.
write report-line from report-date-line after advancing 1 line.
write resend-line from resend-title-line after advancing 0 lines.
write resend-line from report-date-line after advancing 1 line.
write resend-line from resend-head-line after advancing 2 lines.
write resend-line from under-line after advancing 1 line.
perform read-acknowledgments.
if ws-ack-skipped > zero
   move ws-ack-skipped to out-ack-skipped
   write report-line from ack-full-line after advancing 1 line
end-if.
write report-line from col-head-line after advancing 2 lines.
write report-line from under-line after advancing 1 line.
open input statsent-file.
if ws-sent-fs = '00'
   move 'N' to ws-eof-flag
   perform sent-loop until ws-eof-flag = 'Y'
end-if.
if ws-sent-fs = '00' or ws-sent-fs = '05' or ws-sent-fs = '10'
   close statsent-file
end-if.
if ws-sent-count = zero
   write report-line from no-sent-line after advancing 1 line
end-if.
perform report-unknown-acks.
perform write-summary.
if ws-resend-count = zero and ws-held-count = zero
   write resend-line from resend-none-line after advancing 1 line
end-if.
close report-file, resend-file.
perform audit-reconciliation.
move ws-severity to return-code.
goback.

stamp-run-date.
move function current-date to ws-current-date.
move spaces to out-run-date, out-run-time.
string ws-cd-yyyy '-' ws-cd-mm '-' ws-cd-dd
   delimited by size into out-run-date.
string ws-cd-hh ':' ws-cd-mi ':' ws-cd-ss
   delimited by size into out-run-time.
move ws-cd-yyyy to ws-dd-yyyy.
move ws-cd-mm to ws-dd-mm.
move ws-cd-dd to ws-dd-dd.
compute ws-today-int = function integer-of-date(ws-date-num).

*>--- acknowledgments: one slot per run id, latest line wins ---
read-acknowledgments.
open input statack-file.
if ws-ack-fs = '00'
   move 'N' to ws-eof-flag
   perform ack-loop until ws-eof-flag = 'Y'
end-if.
if ws-ack-fs = '00' or ws-ack-fs = '05' or ws-ack-fs = '10'
   close statack-file
end-if.

ack-loop.
read statack-file into ack-record
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y' and ack-record not = spaces
   and ack-record(1:1) not = '*'
   perform find-ack
   if aj = zero
      if ws-ack-count < 2000
         add 1 to ws-ack-count
         move ws-ack-count to aj
      else
         add 1 to ws-ack-skipped
      end-if
   end-if
   if aj > zero
      move ack-run-id to at-run-id(aj)
      move ack-count to at-count(aj)
      move ack-status to at-status(aj)
      move ack-date to at-date(aj)
      move 'N' to at-matched(aj)
   end-if
end-if.

find-ack.
move zero to aj.
perform match-ack
   varying ai from 1 by 1 until ai > ws-ack-count.

match-ack.
if at-run-id(ai) = ack-run-id
   move ai to aj
   move ws-ack-count to ai
end-if.

*>--- one report line per run sent ---
sent-loop.
read statsent-file into sent-record
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y' and sent-record not = spaces
   add 1 to ws-sent-count
   perform judge-run
end-if.

judge-run.
move snt-run-id to ack-run-id.
perform find-ack.
move spaces to out-ack-count, out-ack-date, out-run-flag.
if aj > zero
   move 'Y' to at-matched(aj)
   move at-count(aj) to out-ack-count
   move at-date(aj) to out-ack-date
   evaluate true
      when at-status(aj) = 'REJECTED'
         move 'REJECTED' to ws-run-status
      when at-count(aj) is not numeric
         move 'COUNT MISMATCH' to ws-run-status
      when at-count(aj) not = snt-count
         move 'COUNT MISMATCH' to ws-run-status
      when other
         move 'ACKNOWLEDGED' to ws-run-status
   end-evaluate
else
   move snt-run-date(1:4) to ws-dd-yyyy
   move snt-run-date(6:2) to ws-dd-mm
   move snt-run-date(9:2) to ws-dd-dd
   move zero to ws-run-int
   if ws-date-num is numeric
      compute ws-run-int = function integer-of-date(ws-date-num)
   end-if
   if ws-today-int - ws-run-int > ack-wait-days
      move 'NOT ACKED' to ws-run-status
   else
      move 'PENDING' to ws-run-status
   end-if
end-if.
evaluate ws-run-status
   when 'ACKNOWLEDGED'
      add 1 to ws-ok-count
   when 'PENDING'
      add 1 to ws-pending-count
   when other
      add 1 to ws-problem-count
      move '***' to out-run-flag
      move 4 to ws-severity
end-evaluate.
move snt-run-id to out-run-id.
move snt-run-date to out-sent-date.
move snt-count to out-sent-count.
move ws-run-status to out-run-status.
write report-line from run-line after advancing 1 line.
if out-run-flag = '***'
   perform list-run-resends
end-if.

*>the run's interface file read back record by record: every D and G
*>record is a resend unless its dataset was a duplicate skip.
list-run-resends.
move spaces to ws-ifc-name.
move snt-file to ws-ifc-name.
open input ifc-file.
if ws-ifc-fs = '00'
   move 'N' to ws-ifc-eof
   perform resend-loop until ws-ifc-eof = 'Y'
else
   move ws-ifc-name to out-missing-ifc
   write report-line from missing-ifc-line after advancing 1 line
end-if.
if ws-ifc-fs = '00' or ws-ifc-fs = '05' or ws-ifc-fs = '10'
   close ifc-file
end-if.

resend-loop.
read ifc-file into ifc-detail-rec
   at end move 'Y' to ws-ifc-eof
end-read.
if ws-ifc-eof not = 'Y'
   and (ifd-type = 'D' or ifd-type = 'G')
   move ifd-run-id to out-rs-run-id
   move ifd-type to out-rs-type
   move ifd-dataset to out-rs-dataset
   move ifd-group to out-rs-group
   if ifd-status = 'DUPSKIP'
      move 'HELD - DUPLICATE SKIP' to out-rs-action
      add 1 to ws-held-count
   else
      move 'RESEND' to out-rs-action
      add 1 to ws-resend-count
   end-if
   write resend-line from resend-detail-line after advancing 1 line
end-if.

*>an acknowledgment nobody here sent is someone else's file, or a
*>run id keyed wrong at the receiving end; either way it is reported.
report-unknown-acks.
perform count-unknown-ack
   varying ai from 1 by 1 until ai > ws-ack-count.
if ws-unknown-count > zero
   move 4 to ws-severity
   write report-line from unknown-title-line after advancing 2 lines
   write report-line from under-line after advancing 1 line
   perform list-unknown-ack
      varying ai from 1 by 1 until ai > ws-ack-count
end-if.

count-unknown-ack.
if at-matched(ai) not = 'Y'
   add 1 to ws-unknown-count
end-if.

list-unknown-ack.
if at-matched(ai) not = 'Y'
   move at-run-id(ai) to out-unk-run-id
   move at-count(ai) to out-unk-count
   move at-date(ai) to out-unk-date
   move at-status(ai) to out-unk-status
   write report-line from unknown-line after advancing 1 line
end-if.

write-summary.
move ' RUNS SENT=' to out-sum-label.
move ws-sent-count to out-sum-count.
write report-line from summary-line after advancing 2 lines.
move ' ACKNOWLEDGED=' to out-sum-label.
move ws-ok-count to out-sum-count.
write report-line from summary-line after advancing 1 line.
move ' PENDING=' to out-sum-label.
move ws-pending-count to out-sum-count.
write report-line from summary-line after advancing 1 line.
move ' NEEDING ATTENTION=' to out-sum-label.
move ws-problem-count to out-sum-count.
write report-line from summary-line after advancing 1 line.
move ' ACKS FOR RUNS NEVER SENT=' to out-sum-label.
move ws-unknown-count to out-sum-count.
write report-line from summary-line after advancing 1 line.
move ' RECORDS TO RESEND=' to out-sum-label.
move ws-resend-count to out-sum-count.
write report-line from summary-line after advancing 1 line.
move ' RECORDS HELD (DUPLICATE)=' to out-sum-label.
move ws-held-count to out-sum-count.
write report-line from summary-line after advancing 1 line.

*>same stamped layout statnew and statjob append.
audit-reconciliation.
move ws-sent-count to aud-n1.
move ws-problem-count to aud-n2.
move ws-resend-count to aud-n3.
move ws-held-count to aud-n4.
move spaces to aud-text.
string 'ACK RECONCILE RUNS=' aud-n1
       ' PROBLEM=' aud-n2
       ' RESEND=' aud-n3
       ' HELD=' aud-n4
   delimited by size into aud-text.
move out-run-date to aud-date.
move out-run-time to aud-time.
open extend stataudit-file.
write stataudit-line from audit-line-rec.
close stataudit-file.
