*>Name: Lance Paje
*>Program: statrply.cob
*>Reproduces a past statnew run from the input snapshot it left,
*>STATSNAP-<run id>.txt, when a reported figure is questioned long
*>after the live input files have moved on. The run to reproduce is
*>named on the STATRPLY.txt card:
*>  RUN-ID=YYYYMMDDHHMMSS    (the id on the run's RUN START audit line)
*>The snapshot is unpacked into RPL-<run id>-<kind>.txt files (the
*>datasets as RPL-<run id>-DS<seq>.txt, in the order the run took
*>them), the run is named on REPLAY.txt and statnew is called; in
*>replay mode statnew reads only the unpacked inputs, writes every
*>output under the same RPL- prefix, leaves the extract register and
*>the history alone, and skips again exactly the datasets the run
*>skipped as duplicates. The replayed figures are then set against
*>what the run recorded at the time:
*>  1. the run-control lines the run wrote to STATLOG.txt, kept in
*>     the snapshot, against the replay's RPL-<run id>-STATLOG.txt;
*>  2. each dataset's severity, from the snapshot, against the
*>     replay's RPL-<run id>-STATNDX.txt;
*>  3. the STATHIST.txt records stamped with the run's stamp against
*>     the replay's RPL-<run id>-STATHIST.txt, record for record.
*>STATRPLR.txt shows every comparison and ends MATCH or MISMATCH.
*>Condition code 0 match, 8 mismatch, 12 no run could be replayed
*>(no card, no snapshot, or a snapshot the run never finished).
identification division.
program-id. statrply.

environment division.
input-output section.
file-control.
select optional card-file assign to "STATRPLY.txt"
      organization is line sequential
      file status is ws-card-fs.
select optional snapshot-file assign to dynamic ws-snap-name
      organization is line sequential
      file status is ws-snap-fs.
select unpack-file assign to dynamic ws-unpack-name
      organization is line sequential
      file status is ws-unpack-fs.
select replay-file assign to "REPLAY.txt"
      organization is line sequential.
select optional stathist-file assign to "STATHIST.txt"
      organization is line sequential
      file status is ws-hist-fs.
select optional replay-hist-file assign to dynamic ws-rhist-name
      organization is line sequential
      file status is ws-rhist-fs.
select optional replay-log-file assign to dynamic ws-rlog-name
      organization is line sequential
      file status is ws-rlog-fs.
select optional replay-ndx-file assign to dynamic ws-rndx-name
      organization is line sequential
      file status is ws-rndx-fs.
select report-file assign to "STATRPLR.txt"
      organization is line sequential.
select optional stataudit-file assign to "STATAUDIT.txt"
      organization is line sequential.

data division.
file section.
fd card-file.
01 card-line pic X(80).
fd snapshot-file.
01 snapshot-line pic X(801).
fd unpack-file.
01 unpack-line pic X(800).
fd replay-file.
01 replay-line pic X(80).
fd stathist-file.
01 stathist-line pic X(200).
fd replay-hist-file.
01 replay-hist-line pic X(200).
fd replay-log-file.
01 replay-log-line pic X(132).
fd replay-ndx-file.
01 replay-ndx-line pic X(80).
fd report-file.
01 report-line pic X(132).
fd stataudit-file.
01 stataudit-line pic X(132).

working-storage section.
77 ws-card-fs pic X(2).
77 ws-snap-fs pic X(2).
77 ws-unpack-fs pic X(2).
77 ws-hist-fs pic X(2).
77 ws-rhist-fs pic X(2).
77 ws-rlog-fs pic X(2).
77 ws-rndx-fs pic X(2).
77 ws-eof-flag pic X value 'N'.
77 ws-severity pic S99 usage is computational value zero.
77 ws-differences pic S9(5) usage is computational value zero.
77 bi pic S9(5) usage is computational.
77 bj pic S9(5) usage is computational.
*>the run being reproduced and the names its replay goes under.
77 ws-run-id pic X(14) value spaces.
77 ws-run-date pic X(10) value spaces.
77 ws-run-time pic X(8) value spaces.
77 ws-prefix pic X(20) value spaces.
77 ws-snap-name pic X(60) value spaces.
77 ws-unpack-name pic X(60) value spaces.
77 ws-rhist-name pic X(60) value spaces.
77 ws-rlog-name pic X(60) value spaces.
77 ws-rndx-name pic X(60) value spaces.
77 ws-stop-reason pic X(60) value spaces.
77 ws-replay-code pic S9(4) usage is computational value zero.
*>unpacking: Z seen means the run finished and the snapshot is whole;
*>an E line whose count disagrees with the lines copied means it is
*>not.
77 ws-snap-finished pic X value 'N'.
77 ws-snap-short pic X value 'N'.
77 ws-unpack-open pic X value 'N'.
77 ws-unpack-lines pic S9(9) usage is computational.
77 ws-files-unpacked pic S9(5) usage is computational value zero.
77 ws-files-absent pic S9(5) usage is computational value zero.
77 ws-seq-edit pic 9(4).
*>statnew's snapshot records, the STATSNAP layout.
01 snap-head-rec.
   02 snap-type pic X(1).
   02 snap-kind pic X(8).
   02 filler pic X(1).
   02 snap-seq pic 9(4).
   02 filler pic X(1).
   02 snap-name pic X(66).
   02 filler pic X(720).
01 snap-end-rec redefines snap-head-rec.
   02 filler pic X(1).
   02 snap-end-kind pic X(8).
   02 filler pic X(1).
   02 snap-end-seq pic 9(4).
   02 filler pic X(1).
   02 snap-end-lines pic 9(9).
   02 filler pic X(777).
01 snap-run-rec redefines snap-head-rec.
   02 filler pic X(1).
   02 snap-run-id pic X(14).
   02 filler pic X(1).
   02 snap-run-date pic X(10).
   02 filler pic X(1).
   02 snap-run-time pic X(8).
   02 filler pic X(766).
01 snap-result-rec redefines snap-head-rec.
   02 filler pic X(1).
   02 snap-res-seq pic 9(4).
   02 filler pic X(1).
   02 snap-res-severity pic 99.
   02 filler pic X(1).
   02 snap-res-dupskip pic X(1).
   02 filler pic X(791).
*>one slot per dataset the run took, in its order.
77 ws-ds-count pic S9(5) usage is computational value zero.
77 ws-ds-skipped pic S9(5) usage is computational value zero.
01 ds-table-area.
   02 ds-entry occurs 200 times.
      03 ds-name pic X(40).
      03 ds-present pic X.
      03 ds-rec-sev pic 99.
      03 ds-rec-seen pic X.
      03 ds-dupskip pic X.
      03 ds-rpl-sev pic 99.
      03 ds-rpl-seen pic X.
*>the run-control figures: label, as recorded, as replayed.
01 figure-table-area.
   02 fg-entry occurs 6 times.
      03 fg-label pic X(22).
      03 fg-rec-found pic X.
      03 fg-rec-value pic X(24).
      03 fg-rpl-found pic X.
      03 fg-rpl-value pic X(24).
77 ws-fig-label pic X(22).
77 ws-fig-value pic X(24).
77 ws-fig-hold pic X(24).
*>history records: dataset and figures (statnew's hist-record from
*>the dataset name on), recorded and replayed, in the order written.
77 ws-rec-hist-count pic S9(5) usage is computational value zero.
77 ws-rpl-hist-count pic S9(5) usage is computational value zero.
77 ws-hist-skipped pic S9(5) usage is computational value zero.
01 rec-hist-area.
   02 rec-hist occurs 200 times pic X(150).
01 rpl-hist-area.
   02 rpl-hist occurs 200 times pic X(150).
*>statnew's hist-record, the STATHIST.txt layout.
01 hist-record.
   02 hist-run-date pic X(10).
   02 filler pic X(1).
   02 hist-run-time pic X(8).
   02 filler pic X(1).
   02 hist-body pic X(150).
   02 filler pic X(30).
01 hist-body-view.
   02 hb-dataset pic X(40).
   02 hb-count pic X(9).
   02 filler pic X(1).
   02 hb-mean pic X(20).
   02 hb-std pic X(20).
   02 hb-med pic X(20).
   02 hb-min pic X(20).
   02 hb-max pic X(20).
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
   02 aud-program pic X(8) value 'STATRPLY'.
   02 filler pic X(1) value space.
   02 aud-text pic X(100).
77 aud-n1 pic -(8)9.
77 aud-n2 pic -(8)9.
77 ws-aud-left pic X(100).
01 report-title-line.
   02 filler pic X(30) value '  STATNEW RUN REPLAY REPORT'.
01 report-date-line.
   02 filler pic X(11) value ' RUN DATE= '.
   02 out-rpt-date pic X(10).
   02 filler pic X(7) value ' TIME= '.
   02 out-rpt-time pic X(8).
01 run-ident-line.
   02 filler pic X(9) value ' RUN ID= '.
   02 out-ident-run-id pic X(14).
   02 filler pic X(11) value ' RECORDED= '.
   02 out-ident-date pic X(10).
   02 filler pic X(1) value space.
   02 out-ident-time pic X(8).
   02 filler pic X(15) value ' REPLAY CODE= '.
   02 out-ident-code pic Z9.
01 snapshot-ident-line.
   02 filler pic X(11) value ' SNAPSHOT= '.
   02 out-snap-name pic X(30).
   02 filler pic X(16) value ' FILES UNPACKED='.
   02 out-snap-files pic Z(4)9.
   02 filler pic X(9) value ' ABSENT='.
   02 out-snap-absent pic Z(4)9.
   02 filler pic X(11) value ' DATASETS='.
   02 out-snap-ds pic Z(4)9.
01 stop-line.
   02 filler pic X(22) value ' *** RUN NOT REPLAYED '.
   02 out-stop-reason pic X(60).
01 under-line.
   02 filler pic X(110) value all '-'.
01 table-full-line.
   02 filler pic X(40) value ' *** TABLE FULL - ENTRIES NOT COMPARED: '.
   02 out-full-count pic Z(4)9.
01 cmp1-title-line.
   02 filler pic X(60) value
      ' 1 - RUN CONTROL FIGURES, RECORDED AGAINST REPLAYED'.
01 cmp1-head-line.
   02 filler pic X(23) value ' FIGURE'.
   02 filler pic X(25) value ' RECORDED'.
   02 filler pic X(25) value ' REPLAYED'.
   02 filler pic X(2) value spaces.
   02 filler pic X(20) value 'RESULT'.
01 cmp1-line.
   02 filler pic X(1) value space.
   02 out-c1-label pic X(22).
   02 out-c1-rec pic X(25).
   02 out-c1-rpl pic X(25).
   02 filler pic X(2) value spaces.
   02 out-c1-result pic X(20).
01 cmp2-title-line.
   02 filler pic X(60) value
      ' 2 - DATASET SEVERITY, RECORDED AGAINST REPLAYED'.
01 cmp2-head-line.
   02 filler pic X(6) value ' SEQ'.
   02 filler pic X(42) value 'DATASET'.
   02 filler pic X(6) value '  REC'.
   02 filler pic X(6) value '  RPL'.
   02 filler pic X(2) value spaces.
   02 filler pic X(30) value 'RESULT'.
01 cmp2-line.
   02 filler pic X(1) value space.
   02 out-c2-seq pic Z(3)9.
   02 filler pic X(1) value space.
   02 out-c2-name pic X(40).
   02 filler pic X(4) value spaces.
   02 out-c2-rec pic X(2).
   02 filler pic X(4) value spaces.
   02 out-c2-rpl pic X(2).
   02 filler pic X(2) value spaces.
   02 out-c2-result pic X(36).
01 cmp3-title-line.
   02 filler pic X(60) value
      ' 3 - STATHIST.txt RECORDS OF THE RUN AGAINST THE REPLAY'.
01 cmp3-count-line.
   02 filler pic X(19) value ' RECORDS RECORDED= '.
   02 out-c3-rec-count pic Z(4)9.
   02 filler pic X(12) value ' REPLAYED= '.
   02 out-c3-rpl-count pic Z(4)9.
01 cmp3-line.
   02 filler pic X(1) value space.
   02 out-c3-seq pic Z(3)9.
   02 filler pic X(1) value space.
   02 out-c3-name pic X(40).
   02 filler pic X(2) value spaces.
   02 out-c3-result pic X(36).
01 cmp3-detail-line.
   02 filler pic X(6) value spaces.
   02 out-c3-side pic X(10).
   02 filler pic X(3) value ' N='.
   02 out-c3-count pic X(9).
   02 filler pic X(7) value ' MEAN='.
   02 out-c3-mean pic X(20).
   02 filler pic X(6) value ' STD='.
   02 out-c3-std pic X(20).
01 cmp3-range-line.
   02 filler pic X(28) value spaces.
   02 filler pic X(5) value 'MED='.
   02 out-c3-med pic X(20).
   02 filler pic X(6) value ' MIN='.
   02 out-c3-min pic X(20).
   02 filler pic X(6) value ' MAX='.
   02 out-c3-max pic X(20).
01 no-history-line.
   02 filler pic X(48) value
      ' *** NO STATHIST.txt RECORD WITH THE RUN STAMP -'.
   02 filler pic X(26) value ' ARCHIVED OR NEVER WRITTEN'.
01 result-line.
   02 filler pic X(9) value ' RESULT: '.
   02 out-result pic X(20).
   02 filler pic X(15) value ' DIFFERENCES= '.
   02 out-result-diff pic Z(4)9.
   02 filler pic X(8) value ' CODE= '.
   02 out-result-code pic Z9.

procedure division.
*>the card names the run; the snapshot has to be on hand and whole
*>before anything is replayed.
open output report-file.
perform stamp-run-date.
move out-run-date to out-rpt-date.
move out-run-time to out-rpt-time.
write report-line from report-title-line after advancing 0 lines.
write report-line from report-date-line after advancing 1 line.
perform read-replay-card.
if ws-run-id = spaces
   move 'NO RUN-ID= ON STATRPLY.txt' to ws-stop-reason
else
   perform set-replay-names
   perform unpack-snapshot
end-if.
if ws-stop-reason not = spaces
   move 12 to ws-severity
   move ws-stop-reason to out-stop-reason
   write report-line from stop-line after advancing 2 lines
else
   perform run-replay
   perform report-identity
   perform read-replay-log
   perform compare-run-control
   perform read-replay-index
   perform compare-severities
   perform read-history
   perform compare-history
   if ws-differences > zero
      move 8 to ws-severity
   end-if
end-if.
perform write-result.
close report-file.
perform audit-replay.
move ws-severity to return-code.
goback.

stamp-run-date.
move function current-date to ws-current-date.
move spaces to out-run-date, out-run-time.
string ws-cd-yyyy '-' ws-cd-mm '-' ws-cd-dd
   delimited by size into out-run-date.
string ws-cd-hh ':' ws-cd-mi ':' ws-cd-ss
   delimited by size into out-run-time.

*>--- the card: RUN-ID=YYYYMMDDHHMMSS, comment lines start '*' ---
read-replay-card.
open input card-file.
if ws-card-fs = '00'
   move 'N' to ws-eof-flag
   perform card-loop until ws-eof-flag = 'Y'
end-if.
if ws-card-fs = '00' or ws-card-fs = '05' or ws-card-fs = '10'
   close card-file
end-if.

card-loop.
read card-file
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y' and card-line(1:7) = 'RUN-ID='
   if card-line(8:14) is numeric
      move card-line(8:14) to ws-run-id
   end-if
end-if.

set-replay-names.
move spaces to ws-prefix.
string 'RPL-' ws-run-id '-' delimited by size into ws-prefix.
string 'STATSNAP-' ws-run-id '.txt' delimited by size
   into ws-snap-name.
string ws-prefix delimited by space 'STATHIST.txt'
   delimited by size into ws-rhist-name.
string ws-prefix delimited by space 'STATLOG.txt'
   delimited by size into ws-rlog-name.
string ws-prefix delimited by space 'STATNDX.txt'
   delimited by size into ws-rndx-name.
move ' RECORDS READ' to fg-label(1).
move ' RECORDS ACCEPTED' to fg-label(2).
move ' RECORDS REJECTED' to fg-label(3).
move ' RECORDS CORRECTED' to fg-label(4).
move ' CORR STILL REJECTED' to fg-label(5).
move ' CHECKSUM (SX)' to fg-label(6).
perform clear-figure varying bi from 1 by 1 until bi > 6.

clear-figure.
move 'N' to fg-rec-found(bi), fg-rpl-found(bi).
move spaces to fg-rec-value(bi), fg-rpl-value(bi).

*>--- unpacking: every F..E block becomes a file under the RPL-
*>prefix; a file the run found absent (N) is left absent. The
*>datasets skipped as duplicates go to RPL-<run id>-DUPSKIP.txt. ---
unpack-snapshot.
open input snapshot-file.
if ws-snap-fs not = '00'
   move 'SNAPSHOT NOT ON HAND: ' to ws-stop-reason
   move ws-snap-name to ws-stop-reason(23:38)
else
   move 'N' to ws-eof-flag
   perform snapshot-loop until ws-eof-flag = 'Y'
   if ws-unpack-open = 'Y'
      close unpack-file
      move 'N' to ws-unpack-open
      move 'Y' to ws-snap-short
   end-if
   evaluate true
      when ws-snap-finished not = 'Y'
         move 'SNAPSHOT INCOMPLETE - THE RUN NEVER FINISHED'
            to ws-stop-reason
      when ws-snap-short = 'Y'
         move 'SNAPSHOT INCOMPLETE - A FILE IS SHORT OF ITS LINES'
            to ws-stop-reason
      when ws-run-date = spaces
         move 'SNAPSHOT HAS NO RUN RECORD' to ws-stop-reason
   end-evaluate
end-if.
if ws-snap-fs = '00' or ws-snap-fs = '05' or ws-snap-fs = '10'
   close snapshot-file
end-if.
if ws-stop-reason = spaces
   perform write-skip-list
end-if.

snapshot-loop.
read snapshot-file
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y'
   move snapshot-line to snap-head-rec
   evaluate snap-type
      when 'S'
         move snap-run-date to ws-run-date
         move snap-run-time to ws-run-time
      when 'F'
         perform unpack-file-start
      when 'N'
         add 1 to ws-files-absent
         if snap-kind = 'DATASET'
            perform note-snapshot-dataset
         end-if
      when 'D'
         if ws-unpack-open = 'Y'
            write unpack-line from snapshot-line(2:800)
            add 1 to ws-unpack-lines
         end-if
      when 'E'
         perform unpack-file-end
      when 'R'
         perform note-snapshot-result
      when 'L'
         perform take-recorded-figure
      when 'Z'
         move 'Y' to ws-snap-finished
   end-evaluate
end-if.

unpack-file-start.
if ws-unpack-open = 'Y'
   close unpack-file
   move 'Y' to ws-snap-short
end-if.
move spaces to ws-unpack-name.
if snap-kind = 'DATASET'
   perform note-snapshot-dataset
   move snap-seq to ws-seq-edit
   string ws-prefix delimited by space 'DS' ws-seq-edit '.txt'
      delimited by size into ws-unpack-name
else
   string ws-prefix delimited by space snap-kind delimited by space
      '.txt' delimited by size into ws-unpack-name
end-if.
open output unpack-file.
if ws-unpack-fs = '00'
   move 'Y' to ws-unpack-open
   move zero to ws-unpack-lines
   add 1 to ws-files-unpacked
else
   move 'N' to ws-unpack-open
   move 'Y' to ws-snap-short
end-if.

unpack-file-end.
if ws-unpack-open = 'Y'
   close unpack-file
   move 'N' to ws-unpack-open
   if ws-unpack-lines not = snap-end-lines
      move 'Y' to ws-snap-short
   end-if
end-if.

note-snapshot-dataset.
if snap-seq > ws-ds-count
   if snap-seq > 200
      add 1 to ws-ds-skipped
   else
      move snap-seq to ws-ds-count
      move snap-name to ds-name(ws-ds-count)
      move 'N' to ds-rec-seen(ws-ds-count), ds-rpl-seen(ws-ds-count)
      move 'N' to ds-dupskip(ws-ds-count)
      move 'N' to ds-present(ws-ds-count)
      if snap-type = 'F'
         move 'Y' to ds-present(ws-ds-count)
      end-if
   end-if
end-if.

note-snapshot-result.
if snap-res-seq > zero and snap-res-seq not > ws-ds-count
   move 'Y' to ds-rec-seen(snap-res-seq)
   move snap-res-severity to ds-rec-sev(snap-res-seq)
   move snap-res-dupskip to ds-dupskip(snap-res-seq)
end-if.

take-recorded-figure.
move spaces to ws-fig-label, ws-fig-value.
unstring snapshot-line(2:132) delimited by '='
   into ws-fig-label ws-fig-value.
perform left-justify-figure.
perform match-recorded-figure varying bi from 1 by 1 until bi > 6.

match-recorded-figure.
if ws-fig-label = fg-label(bi)
   move 'Y' to fg-rec-found(bi)
   move ws-fig-value to fg-rec-value(bi)
end-if.

*>the figure fields are edited with leading blanks of their own
*>widths; they are compared and shown from the first digit.
left-justify-figure.
move zero to bj.
inspect ws-fig-value tallying bj for leading spaces.
if bj > zero and bj < 24
   move ws-fig-value(bj + 1:) to ws-fig-hold
   move ws-fig-hold to ws-fig-value
end-if.

write-skip-list.
move spaces to ws-unpack-name.
string ws-prefix delimited by space 'DUPSKIP.txt'
   delimited by size into ws-unpack-name.
open output unpack-file.
perform write-skip-entry varying bi from 1 by 1 until bi > ws-ds-count.
close unpack-file.

write-skip-entry.
if ds-dupskip(bi) = 'Y'
   move bi to ws-seq-edit
   move spaces to unpack-line
   move ws-seq-edit to unpack-line(1:4)
   write unpack-line
end-if.

*>--- the replay itself: statnew reads the run id off REPLAY.txt ---
run-replay.
open output replay-file.
move ws-run-id to replay-line.
write replay-line.
close replay-file.
call 'statnew'.
move return-code to ws-replay-code.
cancel 'statnew'.
move zero to return-code.

report-identity.
move ws-run-id to out-ident-run-id.
move ws-run-date to out-ident-date.
move ws-run-time to out-ident-time.
move ws-replay-code to out-ident-code.
write report-line from run-ident-line after advancing 2 lines.
move ws-snap-name to out-snap-name.
move ws-files-unpacked to out-snap-files.
move ws-files-absent to out-snap-absent.
move ws-ds-count to out-snap-ds.
write report-line from snapshot-ident-line after advancing 1 line.
if ws-ds-skipped > zero
   add 1 to ws-differences
   move ws-ds-skipped to out-full-count
   write report-line from table-full-line after advancing 1 line
end-if.

*>--- 1. run control: the L lines against the replay's STATLOG ---
read-replay-log.
open input replay-log-file.
if ws-rlog-fs = '00'
   move 'N' to ws-eof-flag
   perform replay-log-loop until ws-eof-flag = 'Y'
end-if.
if ws-rlog-fs = '00' or ws-rlog-fs = '05' or ws-rlog-fs = '10'
   close replay-log-file
end-if.

replay-log-loop.
read replay-log-file
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y'
   move spaces to ws-fig-label, ws-fig-value
   unstring replay-log-line delimited by '='
      into ws-fig-label ws-fig-value
   perform left-justify-figure
   perform match-replayed-figure varying bi from 1 by 1 until bi > 6
end-if.

match-replayed-figure.
if ws-fig-label = fg-label(bi)
   move 'Y' to fg-rpl-found(bi)
   move ws-fig-value to fg-rpl-value(bi)
end-if.

compare-run-control.
write report-line from cmp1-title-line after advancing 2 lines.
write report-line from under-line after advancing 1 line.
write report-line from cmp1-head-line after advancing 1 line.
perform compare-one-figure varying bi from 1 by 1 until bi > 6.

compare-one-figure.
move fg-label(bi) to out-c1-label.
move spaces to out-c1-rec, out-c1-rpl.
move fg-rec-value(bi) to out-c1-rec(2:24).
move fg-rpl-value(bi) to out-c1-rpl(2:24).
evaluate true
   when fg-rec-found(bi) not = 'Y'
      add 1 to ws-differences
      move 'NOT RECORDED' to out-c1-result
   when fg-rpl-found(bi) not = 'Y'
      add 1 to ws-differences
      move 'NOT REPLAYED' to out-c1-result
   when fg-rec-value(bi) not = fg-rpl-value(bi)
      add 1 to ws-differences
      move 'MISMATCH' to out-c1-result
   when other
      move 'MATCH' to out-c1-result
end-evaluate.
write report-line from cmp1-line after advancing 1 line.

*>--- 2. severity per dataset: the R records against the replay's
*>index, which lists the datasets in the order they were taken ---
read-replay-index.
move zero to bj.
open input replay-ndx-file.
if ws-rndx-fs = '00'
   move 'N' to ws-eof-flag
   perform replay-index-loop until ws-eof-flag = 'Y'
end-if.
if ws-rndx-fs = '00' or ws-rndx-fs = '05' or ws-rndx-fs = '10'
   close replay-ndx-file
end-if.

replay-index-loop.
read replay-ndx-file
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y' and replay-ndx-line not = spaces
   and replay-ndx-line(1:4) not = 'RUN:'
   add 1 to bj
   if bj not > ws-ds-count and replay-ndx-line(1:2) is numeric
      move 'Y' to ds-rpl-seen(bj)
      move replay-ndx-line(1:2) to ds-rpl-sev(bj)
   end-if
end-if.

compare-severities.
write report-line from cmp2-title-line after advancing 2 lines.
write report-line from under-line after advancing 1 line.
write report-line from cmp2-head-line after advancing 1 line.
perform compare-one-severity
   varying bi from 1 by 1 until bi > ws-ds-count.

compare-one-severity.
move bi to out-c2-seq.
move ds-name(bi) to out-c2-name.
move spaces to out-c2-rec, out-c2-rpl.
if ds-rec-seen(bi) = 'Y'
   move ds-rec-sev(bi) to out-c2-rec
end-if.
if ds-rpl-seen(bi) = 'Y'
   move ds-rpl-sev(bi) to out-c2-rpl
end-if.
evaluate true
   when ds-rec-seen(bi) not = 'Y'
      add 1 to ws-differences
      move 'NO RECORDED OUTCOME' to out-c2-result
   when ds-rpl-seen(bi) not = 'Y'
      add 1 to ws-differences
      move 'NOT REPLAYED' to out-c2-result
   when ds-rec-sev(bi) not = ds-rpl-sev(bi)
      add 1 to ws-differences
      move 'MISMATCH' to out-c2-result
   when ds-dupskip(bi) = 'Y'
      move 'MATCH - DUPLICATE SKIPPED AGAIN' to out-c2-result
   when ds-present(bi) not = 'Y'
      move 'MATCH - FILE ABSENT AT THE TIME' to out-c2-result
   when other
      move 'MATCH' to out-c2-result
end-evaluate.
write report-line from cmp2-line after advancing 1 line.

*>--- 3. history: the run's own records, picked out of STATHIST.txt
*>by its stamp, against every record the replay wrote ---
read-history.
open input stathist-file.
if ws-hist-fs = '00'
   move 'N' to ws-eof-flag
   perform history-loop until ws-eof-flag = 'Y'
end-if.
if ws-hist-fs = '00' or ws-hist-fs = '05' or ws-hist-fs = '10'
   close stathist-file
end-if.
open input replay-hist-file.
if ws-rhist-fs = '00'
   move 'N' to ws-eof-flag
   perform replay-history-loop until ws-eof-flag = 'Y'
end-if.
if ws-rhist-fs = '00' or ws-rhist-fs = '05' or ws-rhist-fs = '10'
   close replay-hist-file
end-if.

history-loop.
read stathist-file into hist-record
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y'
   and hist-run-date = ws-run-date and hist-run-time = ws-run-time
   if ws-rec-hist-count < 200
      add 1 to ws-rec-hist-count
      move hist-body to rec-hist(ws-rec-hist-count)
   else
      add 1 to ws-hist-skipped
   end-if
end-if.

replay-history-loop.
read replay-hist-file into hist-record
   at end move 'Y' to ws-eof-flag
end-read.
if ws-eof-flag not = 'Y' and hist-record not = spaces
   if ws-rpl-hist-count < 200
      add 1 to ws-rpl-hist-count
      move hist-body to rpl-hist(ws-rpl-hist-count)
   else
      add 1 to ws-hist-skipped
   end-if
end-if.

compare-history.
write report-line from cmp3-title-line after advancing 2 lines.
write report-line from under-line after advancing 1 line.
move ws-rec-hist-count to out-c3-rec-count.
move ws-rpl-hist-count to out-c3-rpl-count.
write report-line from cmp3-count-line after advancing 1 line.
if ws-hist-skipped > zero
   add 1 to ws-differences
   move ws-hist-skipped to out-full-count
   write report-line from table-full-line after advancing 1 line
end-if.
if ws-rec-hist-count = zero and ws-rpl-hist-count > zero
   write report-line from no-history-line after advancing 1 line
end-if.
move ws-rec-hist-count to bj.
if ws-rpl-hist-count > bj
   move ws-rpl-hist-count to bj
end-if.
perform compare-one-history varying bi from 1 by 1 until bi > bj.

compare-one-history.
move bi to out-c3-seq.
evaluate true
   when bi > ws-rpl-hist-count
      add 1 to ws-differences
      move rec-hist(bi) to hist-body-view
      move 'NOT REPLAYED' to out-c3-result
   when bi > ws-rec-hist-count
      add 1 to ws-differences
      move rpl-hist(bi) to hist-body-view
      move 'NOT RECORDED' to out-c3-result
   when rec-hist(bi) not = rpl-hist(bi)
      add 1 to ws-differences
      move rec-hist(bi) to hist-body-view
      move 'MISMATCH' to out-c3-result
   when other
      move rec-hist(bi) to hist-body-view
      move 'MATCH' to out-c3-result
end-evaluate.
move hb-dataset to out-c3-name.
write report-line from cmp3-line after advancing 1 line.
if out-c3-result not = 'MATCH'
   if bi not > ws-rec-hist-count
      move 'RECORDED' to out-c3-side
      move rec-hist(bi) to hist-body-view
      perform write-history-detail
   end-if
   if bi not > ws-rpl-hist-count
      move 'REPLAYED' to out-c3-side
      move rpl-hist(bi) to hist-body-view
      perform write-history-detail
   end-if
end-if.

write-history-detail.
move hb-count to out-c3-count.
move hb-mean to out-c3-mean.
move hb-std to out-c3-std.
move hb-med to out-c3-med.
move hb-min to out-c3-min.
move hb-max to out-c3-max.
write report-line from cmp3-detail-line after advancing 1 line.
write report-line from cmp3-range-line after advancing 1 line.

write-result.
if ws-severity = 12
   move 'NOT REPLAYED' to out-result
else
   if ws-differences > zero
      move 'MISMATCH' to out-result
   else
      move 'MATCH' to out-result
   end-if
end-if.
move ws-differences to out-result-diff.
move ws-severity to out-result-code.
write report-line from result-line after advancing 2 lines.

*>same stamped layout statnew and statjob append.
audit-replay.
move ws-differences to aud-n1.
move ws-severity to aud-n2.
move spaces to aud-text.
string 'REPLAY RUN-ID=' ws-run-id ' ' out-result
   delimited by size into aud-text.
move spaces to ws-aud-left.
string function trim(aud-text) ' DIFFERENCES=' aud-n1 ' CODE=' aud-n2
   delimited by size into ws-aud-left.
move ws-aud-left to aud-text.
move out-run-date to aud-date.
move out-run-time to aud-time.
open extend stataudit-file.
write stataudit-line from audit-line-rec.
close stataudit-file.
