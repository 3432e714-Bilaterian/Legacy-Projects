*>Name: Lance Paje
*>Program: statbal.cob
*>End-of-run cross-file balancing for the latest statnew run. One run
*>leaves its footprint in several files written at different moments,
*>and an abend between two of those writes has already left a dataset
*>indexed in STATNDX.txt with no STATHIST.txt record behind it. This
*>program takes the run STATNDX.txt describes (its RUN: stamp is the
*>run id statnew puts on the RUN START audit line) and checks:
*>  1. the read/accept/reject counts and checksum on STATLOG.txt
*>     against the RUN END line the run wrote to STATAUDIT.txt;
*>  2. each dataset on STATNDX.txt against the STATHIST.txt records
*>     carrying the same run stamp -- one record for every dataset
*>     statnew measured, none for one it did not (a duplicate skip,
*>     severity 6; a dataset not found or failing reconciliation,
*>     severity 12; a dataset refused for a closed period; a dataset
*>     with nothing accepted), and no record with that stamp for a
*>     dataset the run never indexed;
*>  3. each dataset whose file carries an HDR: control record against
*>     a PROCESSED or OVERRIDE entry on STATEXTR.txt for the same
*>     extract id and create date, stamped between the run's RUN START
*>     and RUN END, and no such entry for a dataset the run never
*>     indexed.
*>A compare-mode run writes neither history nor extract entries, so
*>only check 1 applies to one. STATBAL.txt shows every check line by
*>line and ends BALANCED or OUT OF BALANCE. Condition code 0 balanced,
*>4 balanced but a dataset file was no longer on hand for check 3,
*>8 out of balance, 12 no run index to balance -- statjob gates the
*>publishing steps on it.
identification division.
program-id. statbal.

environment division.
input-output section.
file-control.
select optional statndx-file assign to "STATNDX.txt"
      organization is line sequential
      file status is ws-ndx-fs.
select optional statlog-file assign to "STATLOG.txt"
      organization is line sequential
      file status is ws-log-fs.
select optional stataudit-in-file assign to "STATAUDIT.txt"
      organization is line sequential
      file status is ws-aud-fs.
select optional stathist-file assign to "STATHIST.txt"
      organization is line sequential
      file status is ws-hist-fs.
select optional statextr-file assign to "STATEXTR.txt"
      organization is line sequential
      file status is ws-extr-fs.
select optional dataset-file assign to dynamic ws-dataset-name
      organization is line sequential
      file status is ws-ds-fs.
select report-file assign to "STATBAL.txt"
      organization is line sequential.
select optional stataudit-file assign to "STATAUDIT.txt"
      organization is line sequential.

data division.
file section.
fd statndx-file.
01 statndx-line pic X(80).
fd statlog-file.
01 statlog-line pic X(132).
fd stataudit-in-file.
01 stataudit-in-line pic X(140).
fd stathist-file.
01 stathist-line pic X(200).
fd statextr-file.
01 statextr-line pic X(132).
fd dataset-file.
01 dataset-line pic X(132).
fd report-file.
01 report-line pic X(132).
fd stataudit-file.
01 stataudit-line pic X(132).

working-storage section.
77 ws-ndx-fs pic X(2).
77 ws-log-fs pic X(2).
77 ws-aud-fs pic X(2).
77 ws-hist-fs pic X(2).
77 ws-extr-fs pic X(2).
77 ws-ds-fs pic X(2).
77 ws-eof-flag pic X value 'N'.
77 ws-dataset-name pic X(66).
77 ws-severity pic S99 usage is computational value zero.
77 ws-exceptions pic S9(5) usage is computational value zero.
77 ws-warnings pic S9(5) usage is computational value zero.
77 bi pic S9(5) usage is computational.
77 bj pic S9(5) usage is computational.
77 ws-num-value pic S9(14)V9(4) usage is computational-3.
*>the run being balanced, from the STATNDX.txt RUN: line.
77 ws-run-found pic X value 'N'.
77 ws-run-date pic X(10) value spaces.
77 ws-run-time pic X(8) value spaces.
77 ws-run-id pic X(14) value spaces.
77 ws-run-mode pic X(8) value spaces.
77 ws-run-start-stamp pic X(19) value spaces.
77 ws-run-end-stamp pic X(19) value spaces.
77 ws-line-stamp pic X(19).
77 ws-start-seen pic X value 'N'.
77 ws-end-seen pic X value 'N'.
77 ws-in-run pic X value 'N'.
*>the run-control figures, as STATLOG.txt and the RUN END line have
*>them; each side keeps a found flag so a missing line is reported
*>as missing rather than as a zero.
01 run-figures.
   02 rf-entry occurs 4 times.
      03 rf-name pic X(10).
      03 rf-log-found pic X.
      03 rf-log-value pic S9(14)V9(4) usage is computational-3.
      03 rf-aud-found pic X.
      03 rf-aud-value pic S9(14)V9(4) usage is computational-3.
*>one slot per distinct dataset on the index. A dataset listed twice
*>in the run is indexed twice and owes a history record each time it
*>was measured, so the counts are kept per slot.
77 ws-ds-count pic S9(5) usage is computational value zero.
77 ws-ds-idx pic S9(5) usage is computational.
01 ds-table-area.
   02 ds-entry occurs 200 times.
      03 ds-name pic X(66).
      03 ds-sev pic 99.
      03 ds-ndx-count pic S9(5) usage is computational.
      03 ds-aud-count pic S9(5) usage is computational.
      03 ds-accepted pic S9(9) usage is computational.
      03 ds-hist-due pic S9(5) usage is computational.
      03 ds-hist-count pic S9(5) usage is computational.
      03 ds-extr-count pic S9(5) usage is computational.
      03 ds-extr-note pic X(10).
      03 ds-has-header pic X.
      03 ds-file-found pic X.
      03 ds-hdr-id pic X(20).
      03 ds-hdr-date pic X(10).
      03 ds-refused pic X.
77 ws-ds-skipped pic S9(5) usage is computational value zero.
*>history and extract entries carrying this run's stamp but naming a
*>dataset the run never indexed.
77 ws-orphan-count pic S9(5) usage is computational value zero.
01 orphan-table-area.
   02 orphan-entry occurs 100 times.
      03 or-source pic X(8).
      03 or-dataset pic X(40).
      03 or-detail pic X(31).
*>STATAUDIT.txt line: stamp, program, then the text. statnew's lines
*>carry the text from column 30.
01 audit-in-record.
   02 ai-date pic X(10).
   02 filler pic X(1).
   02 ai-time pic X(8).
   02 filler pic X(1).
   02 ai-program pic X(8).
   02 filler pic X(1).
   02 ai-text pic X(100).
   02 filler pic X(11).
77 ws-aud-left pic X(100).
77 ws-aud-right pic X(100).
01 audit-tokens.
   02 at-token occurs 12 times pic X(40).
*>statnew's hist-record, the STATHIST.txt layout.
01 hist-record.
   02 hist-run-date pic X(10).
   02 filler pic X(1).
   02 hist-run-time pic X(8).
   02 filler pic X(1).
   02 hist-dataset pic X(40).
   02 hist-count pic X(9).
   02 filler pic X(131).
*>statnew's extr-record, the STATEXTR.txt layout.
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
   02 filler pic X(29).
01 control-header-record.
   02 hdr-tag pic X(4).
   02 hdr-dataset-id pic X(20).
   02 hdr-create-date pic X(10).
   02 filler pic X(98).
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
   02 aud-program pic X(8) value 'STATBAL'.
   02 filler pic X(1) value space.
   02 aud-text pic X(100).
77 aud-n1 pic -(8)9.
77 aud-n2 pic -(8)9.
01 report-title-line.
   02 filler pic X(40) value '  STATNEW END-OF-RUN BALANCING REPORT'.
01 report-date-line.
   02 filler pic X(11) value ' RUN DATE= '.
   02 out-rpt-date pic X(10).
   02 filler pic X(7) value ' TIME= '.
   02 out-rpt-time pic X(8).
01 run-ident-line.
   02 filler pic X(9) value ' RUN ID= '.
   02 out-ident-run-id pic X(14).
   02 filler pic X(7) value ' MODE= '.
   02 out-ident-mode pic X(8).
   02 filler pic X(8) value ' START= '.
   02 out-ident-start pic X(19).
   02 filler pic X(6) value ' END= '.
   02 out-ident-end pic X(19).
01 no-index-line.
   02 filler pic X(60) value
      ' *** NO RUN INDEX (STATNDX.txt) - THERE IS NO RUN TO BALANCE'.
01 no-start-line.
   02 filler pic X(60) value
      ' *** RUN START FOR THIS RUN ID NOT ON STATAUDIT.txt'.
01 no-end-line.
   02 filler pic X(60) value
      ' *** RUN END FOR THIS RUN NOT ON STATAUDIT.txt'.
01 table-full-line.
   02 filler pic X(40) value ' *** DATASET TABLE FULL - NOT CHECKED: '.
   02 out-full-count pic Z(4)9.
01 under-line.
   02 filler pic X(110) value all '-'.
01 check1-title-line.
   02 filler pic X(60) value
      ' CHECK 1 - STATLOG.txt RUN CONTROL AGAINST STATAUDIT RUN END'.
01 check1-head-line.
   02 filler pic X(12) value ' FIGURE'.
   02 filler pic X(21) value '              STATLOG'.
   02 filler pic X(21) value '            RUN END'.
   02 filler pic X(2) value spaces.
   02 filler pic X(20) value 'RESULT'.
01 check1-line.
   02 filler pic X(1) value space.
   02 out-c1-name pic X(10).
   02 out-c1-log pic X(21).
   02 out-c1-aud pic X(21).
   02 filler pic X(3) value spaces.
   02 out-c1-result pic X(20).
77 out-c1-num pic -(14)9.9(4).
77 out-c1-count pic -(19)9.
77 out-c1-text pic X(20).
01 check2-title-line.
   02 filler pic X(60) value
      ' CHECK 2 - STATNDX.txt AGAINST STATHIST.txt (SAME RUN STAMP)'.
01 check2-head-line.
   02 filler pic X(42) value ' DATASET'.
   02 filler pic X(5) value 'SEV'.
   02 filler pic X(7) value 'INDEX'.
   02 filler pic X(7) value '   DUE'.
   02 filler pic X(7) value '  HIST'.
   02 filler pic X(2) value spaces.
   02 filler pic X(30) value 'RESULT'.
01 check2-line.
   02 filler pic X(1) value space.
   02 out-c2-name pic X(40).
   02 filler pic X(2) value spaces.
   02 out-c2-sev pic 99.
   02 filler pic X(3) value spaces.
   02 out-c2-ndx pic Z(4)9.
   02 filler pic X(2) value spaces.
   02 out-c2-due pic Z(4)9.
   02 filler pic X(2) value spaces.
   02 out-c2-hist pic Z(4)9.
   02 filler pic X(2) value spaces.
   02 out-c2-result pic X(32).
01 check3-title-line.
   02 filler pic X(60) value
      ' CHECK 3 - HEADER-BEARING DATASETS AGAINST STATEXTR.txt'.
01 check3-head-line.
   02 filler pic X(42) value ' DATASET'.
   02 filler pic X(21) value 'EXTRACT ID'.
   02 filler pic X(11) value 'CREATED'.
   02 filler pic X(30) value 'RESULT'.
01 check3-line.
   02 filler pic X(1) value space.
   02 out-c3-name pic X(40).
   02 filler pic X(1) value space.
   02 out-c3-id pic X(20).
   02 filler pic X(1) value space.
   02 out-c3-date pic X(10).
   02 filler pic X(1) value space.
   02 out-c3-result pic X(40).
01 not-applicable-line.
   02 filler pic X(61) value
      ' COMPARE-MODE RUN - NO HISTORY OR EXTRACT ENTRIES ARE WRITTEN'.
01 orphan-line.
   02 filler pic X(1) value space.
   02 out-or-dataset pic X(40).
   02 filler pic X(1) value space.
   02 out-or-detail pic X(31).
   02 filler pic X(1) value space.
   02 out-or-result pic X(36).
01 result-line.
   02 filler pic X(9) value ' RESULT: '.
   02 out-result pic X(20).
   02 filler pic X(14) value ' EXCEPTIONS= '.
   02 out-result-exc pic Z(4)9.
   02 filler pic X(12) value ' WARNINGS= '.
   02 out-result-warn pic Z(4)9.
   02 filler pic X(8) value ' CODE= '.
   02 out-result-code pic Z9.

procedure division.
*>the index names the run; everything else is read against it.
open output report-file.
perform stamp-run-date.
move out-run-date to out-rpt-date.
move out-run-time to out-rpt-time.
write report-line from report-title-line after advancing 0 lines.
write report-line from report-date-line after advancing 1 line.
perform load-run-index.
if ws-run-found not = 'Y'
   move 12 to ws-severity
   write report-line from no-index-line after advancing 2 lines
else
   perform scan-audit-trail
   move ws-run-id to out-ident-run-id
   move ws-run-mode to out-ident-mode
   move ws-run-start-stamp to out-ident-start
   move ws-run-end-stamp to out-ident-end
   write report-line from run-ident-line after advancing 2 lines
   if ws-start-seen not = 'Y'
      add 1 to ws-exceptions
      write report-line from no-start-line after advancing 1 line
   end-if
   if ws-end-seen not = 'Y'
      add 1 to ws-exceptions
      write report-line from no-end-line after advancing 1 line
   end-if
   if ws-ds-skipped > zero
      add 1 to ws-exceptions
      move ws-ds-skipped to out-full-count
      write report-line from table-full-line after advancing 1 line
   end-if
   perform read-run-control-log
   perform check-run-control
   if ws-run-mode = 'COMPARE'
      write report-line from check2-title-line after advancing 2 lines
      write report-line from not-applicable-line
         after advancing 1 line
      write report-line from check3-title-line after advancing 2 lines
      write report-line from not-applicable-line
         after advancing 1 line
   else
      perform read-history
      perform check-history
      perform read-dataset-headers
      perform read-extract-register
      perform check-extracts
   end-if
   evaluate true
      when ws-exceptions > zero
         move 8 to ws-severity
      when ws-warnings > zero
         move 4 to ws-severity
   end-evaluate
end-if.
perform write-result.
close report-file.
perform audit-balancing.
move ws-severity to return-code.
goback.

stamp-run-date.
move function current-date to ws-current-date.
move spaces to out-run-date, out-run-time.
string ws-cd-yyyy '-' ws-cd-mm '-' ws-cd-dd
   delimited by size into out-run-date.
string ws-cd-hh ':' ws-cd-mi ':' ws-cd-ss
   delimited by size into out-run-time.

*>--- the run index: RUN: stamp, then severity and name per dataset ---
load-run-index.
open input statndx-file.
if ws-ndx-fs = '00'
   move 'N' to ws-eof-flag
   perform index-loop until ws-eof-flag = 'Y'
end-if.
if ws-ndx-fs = '00' or ws-ndx-fs = '05' or ws-ndx-fs = '10'
   close statndx-file
end-if.

index-loop.
read statndx-file
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y' and statndx-line not = spaces
   if statndx-line(1:4) = 'RUN:'
      move 'Y' to ws-run-found
      move statndx-line(5:10) to ws-run-date
      move statndx-line(16:8) to ws-run-time
      move spaces to ws-run-id
      string ws-run-date(1:4) ws-run-date(6:2) ws-run-date(9:2)
             ws-run-time(1:2) ws-run-time(4:2) ws-run-time(7:2)
         delimited by size into ws-run-id
   else
      move statndx-line(4:66) to ws-dataset-name
      perform find-dataset-slot
      if ws-ds-idx > zero
         add 1 to ds-ndx-count(ws-ds-idx)
         if statndx-line(1:2) is numeric
            if statndx-line(1:2) > ds-sev(ws-ds-idx)
               move statndx-line(1:2) to ds-sev(ws-ds-idx)
            end-if
         end-if
      end-if
   end-if
end-if.

*>finds the dataset's slot, opening one when it is new.
find-dataset-slot.
perform find-dataset.
if ws-ds-idx = zero
   if ws-ds-count < 200
      add 1 to ws-ds-count
      move ws-ds-count to ws-ds-idx
      move ws-dataset-name to ds-name(ws-ds-idx)
      move zero to ds-sev(ws-ds-idx), ds-ndx-count(ws-ds-idx),
         ds-aud-count(ws-ds-idx), ds-accepted(ws-ds-idx),
         ds-hist-due(ws-ds-idx), ds-hist-count(ws-ds-idx),
         ds-extr-count(ws-ds-idx)
      move spaces to ds-extr-note(ws-ds-idx), ds-hdr-id(ws-ds-idx),
         ds-hdr-date(ws-ds-idx)
      move 'N' to ds-has-header(ws-ds-idx), ds-file-found(ws-ds-idx)
      move 'N' to ds-refused(ws-ds-idx)
   else
      add 1 to ws-ds-skipped
   end-if
end-if.

find-dataset.
move zero to ws-ds-idx.
perform match-dataset
   varying bi from 1 by 1 until bi > ws-ds-count.

match-dataset.
if ds-name(bi) = ws-dataset-name
   move bi to ws-ds-idx
   move ws-ds-count to bi
end-if.

*>--- the audit trail: this run's RUN START, DATASET and RUN END ---
*>the run's lines lie between its RUN START and the next RUN END
*>statnew writes; a second RUN START first means the run never got
*>as far as its RUN END.
scan-audit-trail.
move 'READ' to rf-name(1).
move 'ACCEPT' to rf-name(2).
move 'REJECT' to rf-name(3).
move 'CHECKSUM' to rf-name(4).
perform clear-figure varying bi from 1 by 1 until bi > 4.
open input stataudit-in-file.
if ws-aud-fs = '00'
   move 'N' to ws-eof-flag
   perform audit-in-loop until ws-eof-flag = 'Y'
end-if.
if ws-aud-fs = '00' or ws-aud-fs = '05' or ws-aud-fs = '10'
   close stataudit-in-file
end-if.

clear-figure.
move 'N' to rf-log-found(bi), rf-aud-found(bi).
move zero to rf-log-value(bi), rf-aud-value(bi).

audit-in-loop.
read stataudit-in-file into audit-in-record
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y' and ai-program = 'STATNEW'
   move spaces to ws-line-stamp
   string ai-date ' ' ai-time delimited by size into ws-line-stamp
   evaluate true
      when ai-text(1:10) = 'RUN START '
         perform audit-run-start-line
      when ws-in-run = 'Y' and ai-text(1:8) = 'DATASET '
         perform audit-dataset-line
      when ws-in-run = 'Y' and ai-text(1:12) = 'PERIOD LOCK '
         perform audit-period-lock-line
      when ws-in-run = 'Y' and ai-text(1:8) = 'RUN END '
         perform audit-run-end-line
   end-evaluate
end-if.

audit-run-start-line.
move 'N' to ws-in-run.
move spaces to ws-aud-left, ws-aud-right.
unstring ai-text delimited by ' RUN-ID='
   into ws-aud-left, ws-aud-right.
if ws-aud-right(1:14) = ws-run-id
   move 'Y' to ws-in-run, ws-start-seen
   move ws-line-stamp to ws-run-start-stamp
   move ws-aud-left(16:8) to ws-run-mode
end-if.

audit-dataset-line.
perform split-audit-text.
move at-token(2) to ws-dataset-name.
perform find-dataset.
if ws-ds-idx > zero
   add 1 to ds-aud-count(ws-ds-idx)
   if at-token(6) not = spaces
      compute ws-num-value = function numval(at-token(6))
      add ws-num-value to ds-accepted(ws-ds-idx)
      if ws-num-value > zero and ds-sev(ws-ds-idx) not = 6
         and ds-sev(ws-ds-idx) not = 12
         add 1 to ds-hist-due(ws-ds-idx)
      end-if
   end-if
end-if.

*>PERIOD LOCK name PERIOD=YYYY-MM REFUSED -- a dataset statnew
*>refused unread for a closed month owes neither a history record
*>nor an extract entry.
audit-period-lock-line.
perform split-audit-text.
move at-token(3) to ws-dataset-name.
perform find-dataset.
if ws-ds-idx > zero
   move 'Y' to ds-refused(ws-ds-idx)
end-if.

*>RUN END SEV= n READ= n ACCEPT= n REJECT= n CHECKSUM= n
audit-run-end-line.
move 'N' to ws-in-run.
move 'Y' to ws-end-seen.
move ws-line-stamp to ws-run-end-stamp.
perform split-audit-text.
perform take-audit-figure varying bi from 1 by 1 until bi > 4.

take-audit-figure.
compute bj = 4 + (bi * 2).
if at-token(bj) not = spaces
   move 'Y' to rf-aud-found(bi)
   compute rf-aud-value(bi) = function numval(at-token(bj))
end-if.

split-audit-text.
move spaces to audit-tokens.
unstring ai-text delimited by all space
   into at-token(1), at-token(2), at-token(3), at-token(4),
        at-token(5), at-token(6), at-token(7), at-token(8),
        at-token(9), at-token(10), at-token(11), at-token(12).

*>--- check 1: run-control figures ---
*>STATLOG.txt is rewritten every run; its run control report is the
*>last block on it.
read-run-control-log.
open input statlog-file.
if ws-log-fs = '00'
   move 'N' to ws-eof-flag
   perform statlog-loop until ws-eof-flag = 'Y'
end-if.
if ws-log-fs = '00' or ws-log-fs = '05' or ws-log-fs = '10'
   close statlog-file
end-if.

statlog-loop.
read statlog-file
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y'
   evaluate true
      when statlog-line(1:14) = ' RECORDS READ='
         move 1 to bi
         move statlog-line(15:40) to ws-aud-right
         perform take-log-figure
      when statlog-line(1:18) = ' RECORDS ACCEPTED='
         move 2 to bi
         move statlog-line(19:40) to ws-aud-right
         perform take-log-figure
      when statlog-line(1:18) = ' RECORDS REJECTED='
         move 3 to bi
         move statlog-line(19:40) to ws-aud-right
         perform take-log-figure
      when statlog-line(1:16) = ' CHECKSUM (SX)='
         move 4 to bi
         move statlog-line(17:40) to ws-aud-right
         perform take-log-figure
   end-evaluate
end-if.

take-log-figure.
if ws-aud-right not = spaces
   move 'Y' to rf-log-found(bi)
   compute rf-log-value(bi) = function numval(ws-aud-right)
end-if.

check-run-control.
write report-line from check1-title-line after advancing 2 lines.
write report-line from check1-head-line after advancing 1 line.
write report-line from under-line after advancing 1 line.
perform check-one-figure varying bi from 1 by 1 until bi > 4.

check-one-figure.
move rf-name(bi) to out-c1-name.
move spaces to out-c1-log, out-c1-aud.
if rf-log-found(bi) = 'Y'
   move rf-log-value(bi) to ws-num-value
   perform edit-figure
   move out-c1-text to out-c1-log
else
   move '            NOT FOUND' to out-c1-log
end-if.
if rf-aud-found(bi) = 'Y'
   move rf-aud-value(bi) to ws-num-value
   perform edit-figure
   move out-c1-text to out-c1-aud
else
   move '            NOT FOUND' to out-c1-aud
end-if.
if rf-log-found(bi) = 'Y' and rf-aud-found(bi) = 'Y'
   and rf-log-value(bi) = rf-aud-value(bi)
   move 'BALANCED' to out-c1-result
else
   move '*** OUT OF BALANCE' to out-c1-result
   add 1 to ws-exceptions
end-if.
write report-line from check1-line after advancing 1 line.

*>the three counts print whole; only the checksum has decimals.
edit-figure.
if bi < 4
   move ws-num-value to out-c1-count
   move out-c1-count to out-c1-text
else
   move ws-num-value to out-c1-num
   move out-c1-num to out-c1-text
end-if.

*>--- check 2: index against history ---
*>a dataset with no DATASET audit line (the run stopped between the
*>index write and the audit write) is judged on its severity alone.
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
if ws-eof-flag not = 'Y' and hist-run-date = ws-run-date
   and hist-run-time = ws-run-time
   move hist-dataset to ws-dataset-name
   perform find-dataset
   if ws-ds-idx > zero
      add 1 to ds-hist-count(ws-ds-idx)
   else
      if ws-orphan-count < 100
         add 1 to ws-orphan-count
         move 'STATHIST' to or-source(ws-orphan-count)
         move hist-dataset to or-dataset(ws-orphan-count)
         move spaces to or-detail(ws-orphan-count)
         string 'COUNT ' hist-count
            delimited by size into or-detail(ws-orphan-count)
      end-if
      add 1 to ws-exceptions
   end-if
end-if.

check-history.
write report-line from check2-title-line after advancing 2 lines.
write report-line from check2-head-line after advancing 1 line.
write report-line from under-line after advancing 1 line.
perform check-dataset-history
   varying bi from 1 by 1 until bi > ws-ds-count.
perform list-orphan
   varying bj from 1 by 1 until bj > ws-orphan-count.

check-dataset-history.
if ds-aud-count(bi) < ds-ndx-count(bi)
   and ds-sev(bi) not = 6 and ds-sev(bi) not = 12
   compute ds-hist-due(bi) = ds-hist-due(bi)
      + ds-ndx-count(bi) - ds-aud-count(bi)
end-if.
move ds-name(bi) to out-c2-name.
move ds-sev(bi) to out-c2-sev.
move ds-ndx-count(bi) to out-c2-ndx.
move ds-hist-due(bi) to out-c2-due.
move ds-hist-count(bi) to out-c2-hist.
evaluate true
   when ds-hist-count(bi) = ds-hist-due(bi)
      and ds-hist-due(bi) > zero
      move 'BALANCED' to out-c2-result
   when ds-hist-count(bi) = ds-hist-due(bi)
      evaluate true
         when ds-sev(bi) = 6
            move 'BALANCED - DUPLICATE SKIPPED' to out-c2-result
         when ds-sev(bi) = 12
            move 'BALANCED - DATASET FAILED' to out-c2-result
         when ds-refused(bi) = 'Y'
            move 'BALANCED - CLOSED PERIOD' to out-c2-result
         when other
            move 'BALANCED - NOTHING ACCEPTED' to out-c2-result
      end-evaluate
   when ds-hist-count(bi) < ds-hist-due(bi)
      move '*** HISTORY RECORD MISSING' to out-c2-result
      add 1 to ws-exceptions
   when other
      move '*** HISTORY RECORD NOT DUE' to out-c2-result
      add 1 to ws-exceptions
end-evaluate.
if ds-aud-count(bi) < ds-ndx-count(bi)
   write report-line from check2-line after advancing 1 line
   move spaces to check2-line
   move '*** NO DATASET AUDIT LINE' to out-c2-result
   add 1 to ws-exceptions
end-if.
write report-line from check2-line after advancing 1 line.

list-orphan.
if or-source(bj) = 'STATHIST'
   move or-dataset(bj) to out-or-dataset
   move or-detail(bj) to out-or-detail
   move '*** HISTORY RECORD NOT INDEXED' to out-or-result
   write report-line from orphan-line after advancing 1 line
end-if.

*>--- check 3: header-bearing datasets against the extract register ---
*>statnew takes the HDR: record wherever it sits in the file; so does
*>this check, stopping at the first one.
read-dataset-headers.
perform read-one-header varying bi from 1 by 1 until bi > ws-ds-count.

read-one-header.
move ds-name(bi) to ws-dataset-name.
open input dataset-file.
if ws-ds-fs = '00'
   move 'Y' to ds-file-found(bi)
   move 'N' to ws-eof-flag
   perform header-scan-loop until ws-eof-flag = 'Y'
end-if.
if ws-ds-fs = '00' or ws-ds-fs = '05' or ws-ds-fs = '10'
   close dataset-file
end-if.

header-scan-loop.
read dataset-file into control-header-record
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y' and hdr-tag = 'HDR:'
   move 'Y' to ds-has-header(bi)
   move hdr-dataset-id to ds-hdr-id(bi)
   move hdr-create-date to ds-hdr-date(bi)
   move 'Y' to ws-eof-flag
end-if.

*>only entries stamped inside the run count; with no RUN END on file
*>the window stays open to the end of the register.
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
   move spaces to ws-line-stamp
   string extr-run-date ' ' extr-run-time
      delimited by size into ws-line-stamp
   if ws-line-stamp not < ws-run-start-stamp
      and (ws-end-seen not = 'Y'
           or ws-line-stamp not > ws-run-end-stamp)
      and (extr-note = 'PROCESSED' or extr-note = 'OVERRIDE')
      perform match-extract-entry
   end-if
end-if.

match-extract-entry.
move extr-dataset to ws-dataset-name.
perform find-dataset.
if ws-ds-idx > zero
   if ds-has-header(ws-ds-idx) = 'Y'
      and ds-hdr-id(ws-ds-idx) = extr-dataset-id
      and ds-hdr-date(ws-ds-idx) = extr-create-date
      add 1 to ds-extr-count(ws-ds-idx)
      move extr-note to ds-extr-note(ws-ds-idx)
   else
      move zero to ws-ds-idx
   end-if
end-if.
if ws-ds-idx = zero
   if ws-orphan-count < 100
      add 1 to ws-orphan-count
      move 'STATEXTR' to or-source(ws-orphan-count)
      move extr-dataset to or-dataset(ws-orphan-count)
      move spaces to or-detail(ws-orphan-count)
      string extr-dataset-id ' ' extr-create-date
         delimited by size into or-detail(ws-orphan-count)
   end-if
   add 1 to ws-exceptions
end-if.

check-extracts.
write report-line from check3-title-line after advancing 2 lines.
write report-line from check3-head-line after advancing 1 line.
write report-line from under-line after advancing 1 line.
perform check-dataset-extract
   varying bi from 1 by 1 until bi > ws-ds-count.
perform list-extract-orphan
   varying bj from 1 by 1 until bj > ws-orphan-count.

check-dataset-extract.
move ds-name(bi) to out-c3-name.
move ds-hdr-id(bi) to out-c3-id.
move ds-hdr-date(bi) to out-c3-date.
evaluate true
   when ds-file-found(bi) not = 'Y'
      move '* DATASET FILE NOT ON HAND' to out-c3-result
      add 1 to ws-warnings
   when ds-has-header(bi) not = 'Y'
      move 'NO HEADER - NOT REGISTERED' to out-c3-result
   when ds-sev(bi) = 6 and ds-extr-count(bi) = zero
      move 'BALANCED - DUPLICATE SKIPPED' to out-c3-result
   when ds-sev(bi) = 12 and ds-extr-count(bi) = zero
      move 'BALANCED - DATASET FAILED' to out-c3-result
   when ds-refused(bi) = 'Y' and ds-extr-count(bi) = zero
      move 'BALANCED - CLOSED PERIOD' to out-c3-result
   when ds-sev(bi) = 6 or ds-sev(bi) = 12
      move '*** EXTRACT ENTRY NOT DUE' to out-c3-result
      add 1 to ws-exceptions
   when ds-extr-count(bi) = zero
      move '*** NO PROCESSED/OVERRIDE ENTRY' to out-c3-result
      add 1 to ws-exceptions
   when other
      move spaces to out-c3-result
      string 'BALANCED - ' ds-extr-note(bi)
         delimited by size into out-c3-result
end-evaluate.
write report-line from check3-line after advancing 1 line.

list-extract-orphan.
if or-source(bj) = 'STATEXTR'
   move or-dataset(bj) to out-or-dataset
   move or-detail(bj) to out-or-detail
   move '*** EXTRACT ENTRY NOT INDEXED' to out-or-result
   write report-line from orphan-line after advancing 1 line
end-if.

write-result.
if ws-severity = 12
   move 'NOT BALANCED' to out-result
else
   if ws-exceptions > zero
      move 'OUT OF BALANCE' to out-result
   else
      move 'BALANCED' to out-result
   end-if
end-if.
move ws-exceptions to out-result-exc.
move ws-warnings to out-result-warn.
move ws-severity to out-result-code.
write report-line from result-line after advancing 2 lines.

*>same stamped layout statnew and statjob append.
audit-balancing.
move ws-exceptions to aud-n1.
move ws-severity to aud-n2.
move spaces to aud-text.
string 'BALANCE RUN-ID=' ws-run-id ' ' out-result
   delimited by size into aud-text.
move spaces to ws-aud-left.
string function trim(aud-text) ' EXCEPTIONS=' aud-n1 ' CODE=' aud-n2
   delimited by size into ws-aud-left.
move ws-aud-left to aud-text.
move out-run-date to aud-date.
move out-run-time to aud-time.
open extend stataudit-file.
write stataudit-line from audit-line-rec.
close stataudit-file.
