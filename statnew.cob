*>Name: Lance Paje
*>ID: 0956905
*>Program: statnew.cob
*>Last Modified: 10/15/2026
identification division.
program-id. statnew.

input-output section.
*>files for I/O
file-control.
select input-file assign to dynamic ws-input-name
      organization is line sequential
      file status is ws-input-fs.
select output-file assign to dynamic ws-nout-name
      organization is line sequential.
select reject-file assign to dynamic ws-reject-name
      organization is line sequential.
select statlog-file assign to dynamic ws-statlog-name
      organization is line sequential.
select csv-file assign to dynamic ws-csv-name
      organization is line sequential.
select control-file assign to dynamic ws-ctl-name
      organization is line sequential
      file status is ws-control-fs.
select checkpoint-file assign to dynamic ws-ckpt-name
      organization is line sequential
      file status is ws-ckpt-fs.
select restart-file assign to "RESTART.txt"
      organization is line sequential
      file status is ws-restart-fs.
select outlier-file assign to dynamic ws-outlier-name
      organization is line sequential.
select optional stathist-file assign to dynamic ws-hist-name
      organization is line sequential.
select statparm-file assign to dynamic ws-parm-name
      organization is line sequential
      file status is ws-parm-fs.
select statalert-file assign to dynamic ws-alert-name
      organization is line sequential.
select correction-file assign to dynamic ws-corr-name
      organization is line sequential
      file status is ws-corr-fs.
select statreg-file assign to dynamic ws-reg-name
      organization is line sequential
      file status is ws-reg-fs.
select statunit-file assign to dynamic ws-unit-name
      organization is line sequential
      file status is ws-unit-fs.
select statndx-file assign to dynamic ws-ndx-name
      organization is line sequential.
select optional stataudit-file assign to "STATAUDIT.txt"
      organization is line sequential.
select dupovrd-file assign to "DUPOVRD.txt"
      organization is line sequential
      file status is ws-ovrd-fs.
select optional statoper-file assign to "STATOPER.txt"
      organization is line sequential
      file status is ws-oper-fs.
select ifc-file assign to dynamic ws-ifc-name
      organization is line sequential
      file status is ws-ifc-fs.
select optional statsent-file assign to "STATSENT.txt"
      organization is line sequential
      file status is ws-sent-fs.
select snapshot-file assign to dynamic ws-snap-name
      organization is line sequential
      file status is ws-snap-fs.
select optional snap-source-file assign to dynamic ws-snap-source
      organization is line sequential
      file status is ws-snap-src-fs.
select optional replay-file assign to "REPLAY.txt"
      organization is line sequential
      file status is ws-replay-fs.
select optional replay-skip-file assign to dynamic ws-replay-skip-name
      organization is line sequential
      file status is ws-replay-skip-fs.
select optional statpctl-file assign to dynamic ws-pctl-name
      organization is line sequential
      file status is ws-pctl-fs.

data division.
file section.
fd correction-file.
01 correction-line pic X(80).
fd statreg-file.
01 statreg-line pic X(800).
fd statunit-file.
01 statunit-line pic X(80).
fd statndx-file.
01 statextr-line pic X(132).
fd dupovrd-file.
01 dupovrd-line pic X(80).
fd statoper-file.
01 statoper-line pic X(80).
fd ifc-file.
01 ifc-line pic X(240).
fd statsent-file.
01 statsent-line pic X(132).
fd snapshot-file.
01 snapshot-line pic X(801).
fd snap-source-file.
01 snap-source-line pic X(800).
fd replay-file.
01 replay-line pic X(80).
fd replay-skip-file.
01 replay-skip-line pic X(80).
fd statpctl-file.
01 statpctl-line pic X(132).
working-storage section.
*>all variables used for calculations
*>starting from array area those variables are used for 
*>  PERIOD                     MONTH/WEEK: per-period section bucket
*>  COMPARE-A / COMPARE-B      before/after dataset names; both set
*>                             puts the run in comparison mode
*>  ANOVA-ALPHA                significance level, percent, for the
*>                             group analysis of variance (default 5)
77 ws-parm-fs pic X(2).
77 ws-parm-eof pic X value 'N'.
77 ws-default-dataset pic X(80) value "NUMS.txt".
   02 reg-frequency pic X(10).
   02 reg-groups pic X(80).
   02 reg-format pic X(1).
*>--- 027: specification limits, appended after the format byte so
*>    an entry written before they existed still reads as one with no
*>    limits. Blank columns mean not set. The group triplets are
*>    positional: slot k carries the limits for the k-th code of
*>    reg-groups. ---
   02 reg-lsl pic S9(14)V9(4).
   02 reg-usl pic S9(14)V9(4).
   02 reg-target pic S9(14)V9(4).
   02 reg-group-spec occurs 10 times.
      03 reg-grp-lsl pic S9(14)V9(4).
      03 reg-grp-usl pic S9(14)V9(4).
      03 reg-grp-target pic S9(14)V9(4).
77 ws-reg-fs pic X(2).
77 ws-reg-eof pic X value 'N'.
77 ws-reg-count pic S9999 usage is computational value zero.
      03 rg-format pic X.
      03 rg-group-count pic S9999 usage is computational.
      03 rg-group-code occurs 10 times pic X(8).
      03 rg-spec.
         04 rg-has-lsl pic X.
         04 rg-has-usl pic X.
         04 rg-has-target pic X.
         04 rg-lsl pic S9(14)V9(4) usage is computational-3.
         04 rg-usl pic S9(14)V9(4) usage is computational-3.
         04 rg-target pic S9(14)V9(4) usage is computational-3.
      03 rg-group-spec occurs 10 times.
         04 rgs-has-lsl pic X.
         04 rgs-has-usl pic X.
         04 rgs-has-target pic X.
         04 rgs-lsl pic S9(14)V9(4) usage is computational-3.
         04 rgs-usl pic S9(14)V9(4) usage is computational-3.
         04 rgs-target pic S9(14)V9(4) usage is computational-3.
01 reg-parse-area.
   02 reg-parse-code occurs 10 times pic X(8).
01 reg-count-line.
77 ws-dup-extract pic X value 'N'.
77 ws-dup-override pic X value 'N'.
77 ws-extr-warned pic X value 'N'.
*>statcon hands over the signed-on operator's id on STATOPER.txt
*>when it launches a run; a batch run finds the file blank or absent.
77 ws-oper-fs pic X(2).
77 ws-console-operator pic X(8) value spaces.
77 ws-aud-ptr pic S9999 usage is computational.
77 xi pic S9999 usage is computational.
01 extract-register-table.
   02 extract-entry occurs 500 times.
01 dup-prior-line.
   02 filler pic X(12) value ' FIRST RUN= '.
   02 out-dup-run-date pic X(10).
*>--- 027: process capability against specification limits ---
*>a registry entry may carry a lower and upper specification limit
*>and a target for the dataset, and the same three for any of its
*>group codes. A dataset with at least one limit gets a capability
*>section straight after its statistics block, and each group
*>section gets one too -- from the group's own limits when it has
*>them, the dataset's otherwise. Cp needs both limits, Cpk takes the
*>nearer side (so a one-sided limit still grades), Cpm needs a target
*>as well. Out-of-spec is counted by weight, the same way the
*>statistics are, and set against what a normal distribution with
*>this mean and spread would put outside the limits -- a long way
*>apart means the process is not the bell curve the indices assume.
*>Spread is the population standard deviation b1 prints.
77 ws-cap-has-lsl pic X.
77 ws-cap-has-usl pic X.
77 ws-cap-has-target pic X.
77 ws-cap-lsl pic S9(14)V9(4) usage is computational-3.
77 ws-cap-usl pic S9(14)V9(4) usage is computational-3.
77 ws-cap-target pic S9(14)V9(4) usage is computational-3.
77 ws-cap-source pic X(8).
77 ws-cap-scope pic X(8).
77 ws-cap-csv-head pic X value 'N'.
77 cap-mean pic S9(14)V9(4) usage is computational-3.
77 cap-std pic S9(14)V9(4) usage is computational-3.
77 cap-twt pic S9(18) usage is computational-3.
77 cap-below-wt pic S9(18) usage is computational-3.
77 cap-above-wt pic S9(18) usage is computational-3.
77 cap-out-wt pic S9(18) usage is computational-3.
77 cap-cp pic S9(7)V9(4) usage is computational-3.
77 cap-cpk pic S9(7)V9(4) usage is computational-3.
77 cap-cpu pic S9(7)V9(4) usage is computational-3.
77 cap-cpl pic S9(7)V9(4) usage is computational-3.
77 cap-cpm pic S9(7)V9(4) usage is computational-3.
77 cap-cp-ok pic X.
77 cap-cpk-ok pic X.
77 cap-cpm-ok pic X.
77 cap-obs-pct pic S9(3)V9(4) usage is computational-3.
77 cap-obs-ppm pic S9(7) usage is computational-3.
77 cap-exp-count pic S9(18)V9(2) usage is computational-3.
77 cap-exp-pct pic S9(3)V9(4) usage is computational-3.
77 cap-exp-ppm pic S9(7) usage is computational-3.
77 cap-temp pic S9(30)V9(8) usage is computational-3.
*>normal tail area by Abramowitz and Stegun 26.2.17 -- good to
*>better than 1 part in 10 million, which is well inside a ppm.
77 cap-z pic S9(9)V9(8) usage is computational-3.
77 cap-zabs pic S9(9)V9(8) usage is computational-3.
77 cap-t pic S9(3)V9(12) usage is computational-3.
77 cap-pdf pic S9(3)V9(12) usage is computational-3.
77 cap-tail pic S9(3)V9(12) usage is computational-3.
77 cap-p-lo pic S9(3)V9(12) usage is computational-3.
77 cap-p-hi pic S9(3)V9(12) usage is computational-3.
77 cap-p-out pic S9(3)V9(12) usage is computational-3.
77 cap-verdict pic X(16).
77 ws-csv-ptr pic S9999 usage is computational.
77 cap-num-edit pic -(14)9.9(4).
77 cap-idx-edit pic -(14)9.9(4).
01 cap-title-line.
   02 filler pic X(37) value
      ' PROCESS CAPABILITY (BY WEIGHT) SPEC='.
   02 out-spc-source pic X(8).
01 cap-value-line.
   02 out-spc-label pic X(20).
   02 out-spc-value pic X(26).
01 cap-obs-line.
   02 filler pic X(20) value ' OUT OF SPEC OBS= '.
   02 out-spc-obs pic Z(8)9.
   02 filler pic X(6) value ' PCT= '.
   02 out-spc-obs-pct pic ZZ9.9999.
   02 filler pic X(6) value ' PPM= '.
   02 out-spc-obs-ppm pic Z(6)9.
01 cap-split-line.
   02 filler pic X(20) value ' BELOW/ABOVE SPEC= '.
   02 out-spc-below pic Z(8)9.
   02 filler pic X(3) value ' / '.
   02 out-spc-above pic Z(8)9.
01 cap-exp-line.
   02 filler pic X(20) value ' OUT OF SPEC EXP= '.
   02 out-spc-exp pic Z(8)9.99.
   02 filler pic X(6) value ' PCT= '.
   02 out-spc-exp-pct pic ZZ9.9999.
   02 filler pic X(6) value ' PPM= '.
   02 out-spc-exp-ppm pic Z(6)9.
01 csv-cap-header pic X(80) value
   'CAPABILITY,SCOPE,LSL,USL,TARGET,CP,CPK,CPM,OBS-OUT,OBS-PPM,EXP-OUT,EXP-PPM'.
*>--- 028: one-way analysis of variance across group codes ---
*>a dataset carrying two or more group codes gets an ANOVA section
*>after its group sections: is the spread between the group means
*>more than the spread inside the groups would produce by chance?
*>Every figure is by weight, so a grouped-frequency record counts as
*>many observations as its weight says. Each group section leaves
*>its weight, mean and sum of squared deviations in anova-table as
*>it prints. The F tail probability comes from Paulson's cube-root
*>normal approximation, which is read against the STATPARM
*>ANOVA-ALPHA level -- two decimals of P are all the verdict needs.
77 ws-anova-alpha pic S9(3)V9(4) usage is computational-3 value 5.
77 ws-anova-count pic S9999 usage is computational.
77 ai pic S9999 usage is computational.
77 anova-twt pic S9(18) usage is computational-3.
77 anova-pooled pic S9(14)V9(8) usage is computational-3.
77 anova-ssb pic S9(30)V9(4) usage is computational-3.
77 anova-ssw pic S9(30)V9(4) usage is computational-3.
77 anova-sst pic S9(30)V9(4) usage is computational-3.
77 anova-dfb pic S9(18) usage is computational-3.
77 anova-dfw pic S9(18) usage is computational-3.
77 anova-dft pic S9(18) usage is computational-3.
77 anova-msb pic S9(30)V9(4) usage is computational-3.
77 anova-msw pic S9(30)V9(4) usage is computational-3.
77 anova-f pic S9(9)V9(4) usage is computational-3.
77 anova-f-ok pic X.
77 anova-p pic S9(3)V9(8) usage is computational-3.
77 anova-p-pct pic S9(3)V9(4) usage is computational-3.
77 anova-a pic S9(3)V9(12) usage is computational-3.
77 anova-b pic S9(3)V9(12) usage is computational-3.
77 anova-f3 pic S9(9)V9(12) usage is computational-3.
77 anova-dev-z pic S9(9)V9(12) usage is computational-3.
77 anova-temp pic S9(30)V9(8) usage is computational-3.
77 anova-dev pic S9(14)V9(4) usage is computational-3.
77 anova-hi-dev pic S9(14)V9(4) usage is computational-3.
77 anova-lo-dev pic S9(14)V9(4) usage is computational-3.
77 anova-verdict pic X(16).
77 ws-anova-p-edit pic Z9.9(6).
01 anova-table-area.
   02 anova-entry occurs 200 times.
      03 av-code pic X(8).
      03 av-twt pic S9(18) usage is computational-3.
      03 av-mean pic S9(14)V9(4) usage is computational-3.
      03 av-ss pic S9(30)V9(4) usage is computational-3.
01 anova-title-line.
   02 filler pic X(44) value
      ' ONE-WAY ANALYSIS OF VARIANCE BY GROUP CODE'.
01 anova-head-line.
   02 filler pic X(9) value ' SOURCE'.
   02 filler pic X(20) value '    SUM OF SQUARES'.
   02 filler pic X(11) value '         DF'.
   02 filler pic X(20) value '       MEAN SQUARE'.
01 anova-row-line.
   02 filler pic X(1) value space.
   02 out-av-source pic X(8).
   02 out-av-ss pic -(12)9.9(4).
   02 filler pic X(2) value spaces.
   02 out-av-df pic Z(8)9.
   02 filler pic X(2) value spaces.
   02 out-av-ms pic -(12)9.9(4).
01 anova-total-line.
   02 filler pic X(1) value space.
   02 out-avt-source pic X(8).
   02 out-avt-ss pic -(12)9.9(4).
   02 filler pic X(2) value spaces.
   02 out-avt-df pic Z(8)9.
01 anova-f-line.
   02 filler pic X(20) value ' F= '.
   02 out-av-f pic X(20).
   02 filler pic X(10) value '  P-VALUE='.
   02 out-av-p pic X(10).
01 anova-level-line.
   02 filler pic X(20) value ' LEVEL (PCT)= '.
   02 out-av-alpha pic ZZ9.99.
   02 filler pic X(11) value '  VERDICT= '.
   02 out-av-verdict pic X(16).
01 anova-group-head-line.
   02 filler pic X(10) value ' GROUP'.
   02 filler pic X(10) value '    WEIGHT'.
   02 filler pic X(18) value '              MEAN'.
   02 filler pic X(18) value '     FROM POOLED'.
01 anova-group-line.
   02 filler pic X(1) value space.
   02 out-avg-code pic X(8).
   02 filler pic X(1) value space.
   02 out-avg-twt pic Z(8)9.
   02 out-avg-mean pic -(12)9.9(4).
   02 out-avg-dev pic -(12)9.9(4).
   02 filler pic X(2) value spaces.
   02 out-avg-flag pic X(15).
01 anova-pooled-line.
   02 filler pic X(20) value ' POOLED MEAN= '.
   02 out-av-pooled pic -(14)9.9(4).
*>--- 029: outbound results interface file ---
*>every production run leaves STATIFC-<run id>.txt for the quality
*>database to load, so the figures no longer have to be re-keyed off
*>NOUT.txt before the next run overwrites it. The run id is the run's
*>start stamp, YYYYMMDDHHMMSS, and is on the RUN START audit line as
*>well. Fixed layout, one record per line:
*>  H  run id, run date and time, mode
*>  D  one per dataset in the run, whatever became of it: ifd-status
*>     says OK, or DUPSKIP / FAILED / NOTFOUND / NODATA / REFUSED
*>     with the figures zero -- a duplicate skipped (severity 6) is
*>     listed so the receiver can see it was held back, never as
*>     fresh figures; REFUSED is a dataset dated in a closed period
*>  G  one per group section of the dataset just before it
*>  T  detail (D and G) record count and a hash total, the sum of the
*>     MEAN column over those records
*>Numbers are sign-leading-separate display so the receiver needs no
*>packed-decimal handling. Each file is logged on STATSENT.txt, the
*>outbound register statack reconciles the receiver's
*>acknowledgments against. A comparison run is an analysis pass and
*>sends nothing.
77 ws-ifc-fs pic X(2).
77 ws-sent-fs pic X(2).
77 ws-ifc-name pic X(40) value spaces.
77 ws-ifc-open pic X value 'N'.
77 ws-ifc-count pic S9(9) usage is computational value zero.
77 ws-ifc-hash pic S9(18)V9(4) usage is computational-3 value zero.
77 ws-ifc-stats pic X value 'N'.
77 ws-ifc-group-count pic S9999 usage is computational value zero.
77 ii pic S9999 usage is computational.
01 ws-run-id pic X(14) value spaces.
01 ws-run-mode pic X(8) value spaces.
01 ws-run-stamp-date pic X(10).
01 ws-run-stamp-time pic X(8).
*>the dataset's own figures, held from b1 to the end of the dataset
*>so its D record can carry the final severity.
01 ifc-dataset-figures.
   02 ifs-n pic S9(9) usage is computational.
   02 ifs-twt pic S9(18) usage is computational.
   02 ifs-mean pic S9(14)V9(4) usage is computational-3.
   02 ifs-std pic S9(14)V9(4) usage is computational-3.
   02 ifs-med pic S9(14)V9(4) usage is computational-3.
   02 ifs-q1 pic S9(14)V9(4) usage is computational-3.
   02 ifs-q3 pic S9(14)V9(4) usage is computational-3.
   02 ifs-min pic S9(14)V9(4) usage is computational-3.
   02 ifs-max pic S9(14)V9(4) usage is computational-3.
01 ifc-group-table-area.
   02 ifc-group-entry occurs 200 times.
      03 ifg-code pic X(8).
      03 ifg-n pic S9(9) usage is computational.
      03 ifg-twt pic S9(18) usage is computational.
      03 ifg-mean pic S9(14)V9(4) usage is computational-3.
      03 ifg-std pic S9(14)V9(4) usage is computational-3.
      03 ifg-med pic S9(14)V9(4) usage is computational-3.
      03 ifg-q1 pic S9(14)V9(4) usage is computational-3.
      03 ifg-q3 pic S9(14)V9(4) usage is computational-3.
      03 ifg-min pic S9(14)V9(4) usage is computational-3.
      03 ifg-max pic S9(14)V9(4) usage is computational-3.
01 ifc-header-rec.
   02 ifh-type pic X(1) value 'H'.
   02 ifh-run-id pic X(14).
   02 ifh-run-date pic X(10).
   02 ifh-run-time pic X(8).
   02 ifh-source pic X(8) value 'STATNEW'.
   02 ifh-mode pic X(8).
   02 filler pic X(191) value spaces.
01 ifc-detail-rec.
   02 ifd-type pic X(1).
   02 ifd-run-id pic X(14).
   02 ifd-dataset pic X(40).
   02 ifd-group pic X(8).
   02 ifd-status pic X(8).
   02 ifd-severity pic 9(2).
   02 ifd-read pic 9(9).
   02 ifd-count pic 9(9).
   02 ifd-weight pic 9(12).
   02 ifd-mean pic S9(14)V9(4) sign is leading separate.
   02 ifd-std pic S9(14)V9(4) sign is leading separate.
   02 ifd-median pic S9(14)V9(4) sign is leading separate.
   02 ifd-q1 pic S9(14)V9(4) sign is leading separate.
   02 ifd-q3 pic S9(14)V9(4) sign is leading separate.
   02 ifd-min pic S9(14)V9(4) sign is leading separate.
   02 ifd-max pic S9(14)V9(4) sign is leading separate.
   02 filler pic X(4) value spaces.
01 ifc-trailer-rec.
   02 ift-type pic X(1) value 'T'.
   02 ift-run-id pic X(14).
   02 ift-count pic 9(9).
   02 ift-hash pic S9(18)V9(4) sign is leading separate.
   02 filler pic X(193) value spaces.
*>STATSENT.txt: one line per interface file written.
01 sent-record.
   02 snt-run-id pic X(14).
   02 filler pic X(1) value space.
   02 snt-file pic X(30).
   02 filler pic X(1) value space.
   02 snt-count pic 9(9).
   02 filler pic X(1) value space.
   02 snt-hash pic S9(18)V9(4) sign is leading separate.
   02 filler pic X(1) value space.
   02 snt-run-date pic X(10).
   02 filler pic X(1) value space.
   02 snt-run-time pic X(8).
   02 filler pic X(1) value space.
   02 snt-severity pic 9(2).
01 ifc-open-fail-line.
   02 filler pic X(38) value
      ' *** INTERFACE FILE NOT WRITTEN: '.
   02 out-ifc-name pic X(40).
*>--- 030: run input snapshot and replay ---
*>every run but a replay copies what it consumed into
*>STATSNAP-<run id>.txt, so the run can be reproduced long after the
*>live files have moved on. One record per line, type in column 1:
*>  S  run id, run date, run time
*>  F  a file follows: kind, sequence, name as the run knew it
*>  N  the file was not there when the run started: kind, seq, name
*>  D  one line of the file, as read
*>  E  end of that file: kind, sequence, lines copied
*>  R  outcome of a dataset: sequence, severity, Y when its extract
*>     was skipped as a duplicate
*>  L  the run-control lines the run wrote to STATLOG.txt
*>  Z  the run finished
*>kinds are STATPARM, STATREG, STATUNIT, CORRECT, STATCTL, STATPCTL
*>and DATASET (one per dataset, numbered in the order the run took
*>them).
*>statrply unpacks a snapshot into RPL-<run id>-<kind>.txt files
*>(datasets as RPL-<run id>-DS<seq>.txt) and names the run on the
*>one-shot REPLAY.txt; statnew then runs in replay mode, reading the
*>unpacked inputs and writing every output under the same RPL- prefix.
*>A replay neither consults nor adds to the extract register and
*>appends no history of its own: a dataset the original run skipped
*>as a duplicate is skipped again from the R record's word for it
*>(RPL-<run id>-DUPSKIP.txt), everything else is measured afresh.
*>The file names the run uses, set for a replay by set-replay-names.
77 ws-input-name pic X(66).
77 ws-nout-name pic X(60) value 'NOUT.txt'.
77 ws-reject-name pic X(60) value 'NUMS-REJECTS.txt'.
77 ws-statlog-name pic X(60) value 'STATLOG.txt'.
77 ws-csv-name pic X(60) value 'NOUT.csv'.
77 ws-ctl-name pic X(60) value 'STATCTL.txt'.
77 ws-ckpt-name pic X(60) value 'STATCKPT.txt'.
77 ws-outlier-name pic X(60) value 'OUTLIERS.txt'.
77 ws-hist-name pic X(60) value 'STATHIST.txt'.
77 ws-parm-name pic X(60) value 'STATPARM.txt'.
77 ws-alert-name pic X(60) value 'STATALERT.txt'.
77 ws-corr-name pic X(60) value 'NUMS-CORRECTIONS.txt'.
77 ws-reg-name pic X(60) value 'STATREG.txt'.
77 ws-unit-name pic X(60) value 'STATUNIT.txt'.
77 ws-ndx-name pic X(60) value 'STATNDX.txt'.
77 ws-snap-fs pic X(2).
77 ws-snap-src-fs pic X(2).
77 ws-replay-fs pic X(2).
77 ws-replay-skip-fs pic X(2).
77 ws-snap-name pic X(60).
77 ws-snap-source pic X(66).
77 ws-replay-skip-name pic X(60).
77 ws-snap-open pic X value 'N'.
77 ws-snap-eof pic X value 'N'.
77 ws-snap-lines pic S9(9) usage is computational.
77 ws-replay-mode pic X value 'N'.
77 ws-replay-of pic X(14) value spaces.
77 ws-replay-prefix pic X(20) value spaces.
77 ws-ds-seq pic S9(4) usage is computational value zero.
77 ws-ds-seq-edit pic 9(4).
77 ws-replay-skip-count pic S9(4) usage is computational value zero.
77 ws-replay-skip pic X value 'N'.
77 rsi pic S9(4) usage is computational.
01 replay-skip-table.
   02 rpl-skip-seq occurs 200 times pic 9(4).
01 snap-head-rec.
   02 snap-type pic X(1).
   02 snap-kind pic X(8).
   02 filler pic X(1) value space.
   02 snap-seq pic 9(4).
   02 filler pic X(1) value space.
   02 snap-name pic X(66).
01 snap-end-rec.
   02 filler pic X(1) value 'E'.
   02 snap-end-kind pic X(8).
   02 filler pic X(1) value space.
   02 snap-end-seq pic 9(4).
   02 filler pic X(1) value space.
   02 snap-end-lines pic 9(9).
01 snap-run-rec.
   02 filler pic X(1) value 'S'.
   02 snap-run-id pic X(14).
   02 filler pic X(1) value space.
   02 snap-run-date pic X(10).
   02 filler pic X(1) value space.
   02 snap-run-time pic X(8).
01 snap-result-rec.
   02 filler pic X(1) value 'R'.
   02 snap-res-seq pic 9(4).
   02 filler pic X(1) value space.
   02 snap-res-severity pic 99.
   02 filler pic X(1) value space.
   02 snap-res-dupskip pic X(1).
01 snap-data-rec.
   02 snap-data-type pic X(1).
   02 snap-data pic X(800).
01 snap-open-fail-line.
   02 filler pic X(38) value
      ' *** RUN SNAPSHOT NOT WRITTEN: '.
   02 out-snap-name pic X(40).
01 replay-title-line.
   02 filler pic X(26) value ' REPLAY OF RECORDED RUN '.
   02 out-replay-of pic X(14).
*>--- 031: closed-period lock ---
*>once statclose has closed a month on STATPCTL.txt, finance has
*>reported it and its history must not move again: a dataset with
*>any reading dated in a closed month is refused whole, severity 8,
*>before a record of it is measured, until a supervisor reopens the
*>month from statcon. STATPCTL.txt is appended to, never rewritten;
*>the last line for a month is its standing. Layout:
*>  period YYYY-MM 1-7, status 9-16 (CLOSED / REOPENED / ARCHIVED),
*>  date 18-27, time 29-36, by 38-45, note 47-106
*>ARCHIVED (statarch has moved the month out of STATHIST.txt) locks
*>the same as CLOSED. A comparison writes no history and is not held
*>to the lock.
77 ws-pctl-fs pic X(2).
77 ws-pctl-name pic X(60) value 'STATPCTL.txt'.
77 ws-pctl-eof pic X value 'N'.
77 ws-pctl-count pic S9(4) usage is computational value zero.
77 ws-pctl-closed pic S9(4) usage is computational value zero.
77 pci pic S9(4) usage is computational.
77 ws-pctl-idx pic S9(4) usage is computational.
77 ws-period-refused pic X value 'N'.
77 ws-refused-period pic X(7) value spaces.
77 ws-scan-eof pic X value 'N'.
77 ws-scan-date pic X(10).
01 pctl-table.
   02 pctl-entry occurs 240 times.
      03 pc-period pic X(7).
      03 pc-status pic X(8).
01 period-ctl-record.
   02 pctl-period pic X(7).
   02 filler pic X(1).
   02 pctl-status pic X(8).
   02 filler pic X(116).
01 pctl-count-line.
   02 filler pic X(27) value ' STATPCTL: CLOSED PERIODS= '.
   02 out-pctl-closed pic ZZ9.
01 period-refused-line.
   02 filler pic X(30) value ' *** READINGS DATED IN CLOSED '.
   02 filler pic X(7) value 'PERIOD '.
   02 out-refused-period pic X(7).
   02 filler pic X(24) value ' - DATASET REFUSED ***'.
01 input-value.
   02 in-x      pic S9(14)V9(4).
   02 in-weight pic 9(6).
*>geo-loop calculates a part of the geometric mean
*>harmonic-loop calculates a part of the harmonic mean
*>finish closes the file and closes the program
perform check-replay-request.
perform check-driver-mode.
open output statlog-file.
perform read-statparm.
perform read-registry.
perform read-unit-table.
perform read-extract-register.
perform read-period-control.
if ws-replay-mode not = 'Y'
   perform check-dup-override
   perform check-console-operator
end-if.
if ws-compare-a not = spaces and ws-compare-b not = spaces
   move 'Y' to ws-compare-mode
end-if.
perform stamp-run-date.
move out-run-date to ws-run-stamp-date.
move out-run-time to ws-run-stamp-time.
string ws-cd-yyyy ws-cd-mm ws-cd-dd ws-cd-hh ws-cd-mi ws-cd-ss
   delimited by size into ws-run-id.
if ws-replay-mode not = 'Y'
   perform open-run-snapshot
end-if.
open extend stataudit-file.
perform audit-run-start.
if ws-replay-mode = 'Y'
   move ws-replay-of to out-replay-of
   write statlog-line from replay-title-line after advancing 2 lines
end-if.
move 'N' to ws-restart-flag.
if ws-driver-mode not = 'Y' and ws-compare-mode not = 'Y'
   and ws-replay-mode not = 'Y'
   perform check-restart
end-if.
*>a single-dataset restart resumes output-file/reject-file instead of
   open output reject-file
end-if.
open output outlier-file.
if ws-replay-mode = 'Y'
   open output stathist-file
else
   open extend stathist-file
end-if.
open output statndx-file.
open extend statextr-file.
move ws-run-stamp-date to ndx-run-date.
move ws-run-stamp-time to ndx-run-time.
write statndx-line from ndx-run-line.
if ws-compare-mode not = 'Y' and ws-replay-mode not = 'Y'
   perform open-interface-file
end-if.
if ws-csv-enabled = 'Y'
   open output csv-file
   write csv-line from csv-stats-header
      move function trim(parm-value) to ws-compare-a
   when 'COMPARE-B'
      move function trim(parm-value) to ws-compare-b
   when 'ANOVA-ALPHA'
      compute parm-numval = function numval(parm-value)
      if parm-numval > zero and parm-numval < 100
         move parm-numval to ws-anova-alpha
      end-if
   when other
      move statparm-line to out-parm-unknown
      write statlog-line from parm-unknown-line
   perform load-registry-group
      varying rgi from 1 by 1 until rgi > 10
end-if.
*>--- 027: specification limits ---
move 'N' to rg-has-lsl(ws-reg-count), rg-has-usl(ws-reg-count),
   rg-has-target(ws-reg-count).
if reg-lsl is numeric
   move 'Y' to rg-has-lsl(ws-reg-count)
   move reg-lsl to rg-lsl(ws-reg-count)
end-if.
if reg-usl is numeric
   move 'Y' to rg-has-usl(ws-reg-count)
   move reg-usl to rg-usl(ws-reg-count)
end-if.
if reg-target is numeric
   move 'Y' to rg-has-target(ws-reg-count)
   move reg-target to rg-target(ws-reg-count)
end-if.

*>a group's limits travel with its position in reg-groups, so they
*>are taken from the same slot the code was parsed out of.
load-registry-group.
if reg-parse-code(rgi) not = spaces
   add 1 to rg-group-count(ws-reg-count)
   move rg-group-count(ws-reg-count) to ri
   move reg-parse-code(rgi) to rg-group-code(ws-reg-count, ri)
   move 'N' to rgs-has-lsl(ws-reg-count, ri),
      rgs-has-usl(ws-reg-count, ri), rgs-has-target(ws-reg-count, ri)
   if reg-grp-lsl(rgi) is numeric
      move 'Y' to rgs-has-lsl(ws-reg-count, ri)
      move reg-grp-lsl(rgi) to rgs-lsl(ws-reg-count, ri)
   end-if
   if reg-grp-usl(rgi) is numeric
      move 'Y' to rgs-has-usl(ws-reg-count, ri)
      move reg-grp-usl(rgi) to rgs-usl(ws-reg-count, ri)
   end-if
   if reg-grp-target(rgi) is numeric
      move 'Y' to rgs-has-target(ws-reg-count, ri)
      move reg-grp-target(rgi) to rgs-target(ws-reg-count, ri)
   end-if
end-if.

*>--- 022: unit-of-measure normalization ---
move spaces to aud-text.
evaluate true
   when ws-compare-mode = 'Y'
      move 'COMPARE' to ws-run-mode
   when ws-driver-mode = 'Y'
      move 'DRIVER' to ws-run-mode
   when other
      move 'SINGLE' to ws-run-mode
end-evaluate.
string 'RUN START MODE=' delimited by size
       ws-run-mode delimited by space
       ' RUN-ID=' ws-run-id delimited by size
   into aud-text.
if ws-console-operator not = spaces
   move 1 to ws-aud-ptr
   inspect aud-text tallying ws-aud-ptr
      for characters before initial '   '
   string ' OPERATOR=' ws-console-operator
      delimited by size into aud-text with pointer ws-aud-ptr
end-if.
if ws-replay-mode = 'Y'
   move 1 to ws-aud-ptr
   inspect aud-text tallying ws-aud-ptr
      for characters before initial '   '
   string ' REPLAY-OF=' ws-replay-of
      delimited by size into aud-text with pointer ws-aud-ptr
end-if.
perform write-audit.
move ws-min-allowed to aud-num.
move spaces to aud-text.
   delimited by size into aud-text.
perform write-audit.
move spaces to aud-text.
move ws-anova-alpha to aud-num.
move spaces to aud-text.
string 'PARM CSV=' ws-csv-enabled
       ' VALUES=' ws-values-enabled
       ' PERIOD=' ws-period-mode
       ' ANOVA-ALPHA= ' aud-num
   delimited by size into aud-text.
perform write-audit.
if ws-dup-override = 'Y'
   move spaces to cmp-name(ws-cmp-slot)
end-if.
move zero to ws-ds-severity.
move 'N' to ws-cap-csv-head.
move 'N' to ws-ifc-stats.
move zero to ws-ifc-group-count.
move zero to ws-extr-idx.
move 'N' to ws-dup-extract.
move zero to ws-data-count, ws-input-sum, ws-ctl-rec-count.
move zero to ws-pair-count.
move 'N' to ws-hdr-seen, ws-trl-seen, ws-recon-failed.
move 'N' to ws-period-refused.
*>snapshot the grand-total store so a dataset that later fails
*>trailer reconciliation can be backed out of the combined figures.
move ws-grand-n to ws-save-grand-n.
*>restoring them against every dataset in STATCTL.txt would stomp
*>dataset 2..N's state with dataset 1's saved checkpoint.
if ws-driver-mode not = 'Y' and ws-compare-mode not = 'Y'
   and ws-replay-mode not = 'Y'
   perform check-restart
   if ws-restart-flag = 'Y'
      perform load-checkpoint
      end-if
   end-if
end-if.
perform name-dataset-input.
open input input-file.
if ws-driver-mode = 'Y' or ws-compare-mode = 'Y'
   move ws-dataset-name to out-dataset-name
   move 'DATASET NOT FOUND' to ws-new-reason
   perform raise-severity
else
   if ws-pctl-closed > zero and ws-compare-mode not = 'Y'
      perform closed-period-scan
   end-if
   if ws-values-enabled = 'Y' and ws-period-refused not = 'Y'
      write output-line from col-heads after advancing 1 lines
      write output-line from under-line after advancing 1 lines
   end-if
   if ws-restart-flag = 'Y' and ws-period-refused not = 'Y'
      perform skip-to-checkpoint
   end-if
   perform input-loop until ws-eof-flag = 'Y'
   if ws-recon-failed = 'Y'
      perform fail-reconciliation
   else
      if ws-dup-extract not = 'Y' and ws-period-refused not = 'Y'
         perform recycle-corrections
      end-if
      if twt > zero
         perform b1
         perform ifc-note-dataset
*>a comparison is an analysis pass, not a production run: appending
*>its runs to STATHIST.txt would land duplicate, out-of-order
*>records in the trend statdrift and statchart read.
         if ws-csv-enabled = 'Y'
            perform write-csv-block
         end-if
         perform capability-dataset
         if ws-pair-count = n and n > 1
            perform paired-analysis
         end-if
if ws-hdr-seen = 'Y' and ws-dup-extract not = 'Y'
   and ws-recon-failed not = 'Y'
   and ws-compare-mode not = 'Y'
   and ws-replay-mode not = 'Y'
   perform note-extract-processed
end-if.
if ws-ifc-open = 'Y'
   perform write-interface-dataset
end-if.
if ws-snap-open = 'Y'
   move ws-ds-seq to snap-res-seq
   move ws-ds-severity to snap-res-severity
   move ws-dup-extract to snap-res-dupskip
   write snapshot-line from snap-result-rec
end-if.
move ws-ds-severity to ndx-severity.
move ws-dataset-name to ndx-dataset.
write statndx-line from ndx-record.
if ws-compare-mode = 'Y'
   move zero to ws-extr-idx
else
   if ws-replay-mode = 'Y'
      move zero to ws-extr-idx
      perform replay-dup-decision
   else
      perform find-extract-entry
   end-if
end-if.
if ws-extr-idx > zero
   if ws-dup-override = 'Y'
   close dupovrd-file
end-if.

*>the console's hand-off is read once and blanked at once, the same
*>one-shot handling as DUPOVRD.txt, so no later run inherits the id.
check-console-operator.
move spaces to ws-console-operator.
open input statoper-file.
if ws-oper-fs = '00'
   read statoper-file into statoper-line
      at end move spaces to statoper-line
   end-read
   move statoper-line(1:8) to ws-console-operator
end-if.
if ws-oper-fs = '00' or ws-oper-fs = '05' or ws-oper-fs = '10'
   close statoper-file
end-if.
if ws-console-operator not = spaces
   open output statoper-file
   move spaces to statoper-line
   write statoper-line
   close statoper-file
end-if.

*>a consumed override must not keep disarming the duplicate guard on
*>every later run -- once this run has had it, rewrite DUPOVRD.txt
*>back to 'N', exactly as reset-restart-flag does for RESTART.txt.
   end-perform
end-if.

*>--- 027: process capability against specification limits ---
*>the dataset's own limits against b1's figures and the accepted
*>values still in array-entry.
capability-dataset.
move 'N' to ws-cap-has-lsl, ws-cap-has-usl, ws-cap-has-target.
if ws-reg-idx > zero
   perform capability-dataset-spec
end-if.
if ws-cap-has-lsl = 'Y' or ws-cap-has-usl = 'Y'
   move 'DATASET' to ws-cap-source, ws-cap-scope
   move mean to cap-mean
   move std to cap-std
   move twt to cap-twt
   move zero to cap-below-wt, cap-above-wt
   perform capability-array-loop varying i from 1 by 1 until i > n
   perform capability-figures
   perform capability-print
end-if.

capability-dataset-spec.
move rg-has-lsl(ws-reg-idx) to ws-cap-has-lsl.
move rg-has-usl(ws-reg-idx) to ws-cap-has-usl.
move rg-has-target(ws-reg-idx) to ws-cap-has-target.
move rg-lsl(ws-reg-idx) to ws-cap-lsl.
move rg-usl(ws-reg-idx) to ws-cap-usl.
move rg-target(ws-reg-idx) to ws-cap-target.

capability-array-loop.
if ws-cap-has-lsl = 'Y' and x(i) < ws-cap-lsl
   add w(i) to cap-below-wt
end-if.
if ws-cap-has-usl = 'Y' and x(i) > ws-cap-usl
   add w(i) to cap-above-wt
end-if.

*>runs after calc-b1 has printed group gi's block, so calc-entry
*>still holds that group's values. A group registered with limits of
*>its own is held to them; any other group to the dataset's.
capability-group.
move 'N' to ws-cap-has-lsl, ws-cap-has-usl, ws-cap-has-target.
move 'DATASET' to ws-cap-source.
if ws-reg-idx > zero
   perform capability-dataset-spec
   perform capability-group-spec
      varying rgi from 1 by 1
      until rgi > rg-group-count(ws-reg-idx)
end-if.
if ws-cap-has-lsl = 'Y' or ws-cap-has-usl = 'Y'
   if gt-code(gi) = spaces
      move '(NONE)' to ws-cap-scope
   else
      move gt-code(gi) to ws-cap-scope
   end-if
   move calc-mean to cap-mean
   move calc-std to cap-std
   move calc-twt to cap-twt
   move zero to cap-below-wt, cap-above-wt
   perform capability-calc-loop varying i from 1 by 1 until i > calc-n
   perform capability-figures
   perform capability-print
end-if.

capability-group-spec.
if rg-group-code(ws-reg-idx, rgi) = gt-code(gi)
   and (rgs-has-lsl(ws-reg-idx, rgi) = 'Y'
        or rgs-has-usl(ws-reg-idx, rgi) = 'Y')
   move 'GROUP' to ws-cap-source
   move rgs-has-lsl(ws-reg-idx, rgi) to ws-cap-has-lsl
   move rgs-has-usl(ws-reg-idx, rgi) to ws-cap-has-usl
   move rgs-has-target(ws-reg-idx, rgi) to ws-cap-has-target
   move rgs-lsl(ws-reg-idx, rgi) to ws-cap-lsl
   move rgs-usl(ws-reg-idx, rgi) to ws-cap-usl
   move rgs-target(ws-reg-idx, rgi) to ws-cap-target
   move rg-group-count(ws-reg-idx) to rgi
end-if.

capability-calc-loop.
if ws-cap-has-lsl = 'Y' and cx(i) < ws-cap-lsl
   add cw(i) to cap-below-wt
end-if.
if ws-cap-has-usl = 'Y' and cx(i) > ws-cap-usl
   add cw(i) to cap-above-wt
end-if.

*>cap-mean, cap-std, cap-twt and the below/above weights in; indices,
*>observed and expected out-of-spec figures and a verdict out. With
*>no spread at all the indices are undefined and the normal model
*>degenerates: every value sits on the mean, so the expected figure
*>is simply whether the mean is in spec.
*>every product is staged into cap-temp before it divides -- the
*>same truncation cmp-figures steps around.
capability-figures.
move 'N' to cap-cp-ok, cap-cpk-ok, cap-cpm-ok.
move zero to cap-cp, cap-cpk, cap-cpm, cap-p-lo, cap-p-hi.
if cap-std > zero
   if ws-cap-has-lsl = 'Y' and ws-cap-has-usl = 'Y'
      move 'Y' to cap-cp-ok
      compute cap-temp = 6 * cap-std
      compute cap-cp rounded = (ws-cap-usl - ws-cap-lsl) / cap-temp
         on size error move 'N' to cap-cp-ok
      end-compute
   end-if
   if ws-cap-has-usl = 'Y'
      compute cap-temp = 3 * cap-std
      compute cap-cpu rounded = (ws-cap-usl - cap-mean) / cap-temp
         on size error move 9999999 to cap-cpu
      end-compute
      move cap-cpu to cap-cpk
      move 'Y' to cap-cpk-ok
      compute cap-z = (ws-cap-usl - cap-mean) / cap-std
         on size error move 99999 to cap-z
      end-compute
      perform capability-tail
      move cap-tail to cap-p-hi
   end-if
   if ws-cap-has-lsl = 'Y'
      compute cap-temp = 3 * cap-std
      compute cap-cpl rounded = (cap-mean - ws-cap-lsl) / cap-temp
         on size error move 9999999 to cap-cpl
      end-compute
      if cap-cpk-ok not = 'Y' or cap-cpl < cap-cpk
         move cap-cpl to cap-cpk
      end-if
      move 'Y' to cap-cpk-ok
      compute cap-z = (cap-mean - ws-cap-lsl) / cap-std
         on size error move 99999 to cap-z
      end-compute
      perform capability-tail
      move cap-tail to cap-p-lo
   end-if
   if cap-cp-ok = 'Y' and ws-cap-has-target = 'Y'
      compute cap-temp = cap-mean - ws-cap-target
      compute cap-temp = cap-temp * cap-temp
      compute cap-temp = cap-temp + (cap-std * cap-std)
      compute cap-temp = cap-temp ** 0.5
      compute cap-temp = 6 * cap-temp
      move 'Y' to cap-cpm-ok
      compute cap-cpm rounded = (ws-cap-usl - ws-cap-lsl) / cap-temp
         on size error move 'N' to cap-cpm-ok
      end-compute
   end-if
else
   if ws-cap-has-lsl = 'Y' and cap-mean < ws-cap-lsl
      move 1 to cap-p-lo
   end-if
   if ws-cap-has-usl = 'Y' and cap-mean > ws-cap-usl
      move 1 to cap-p-hi
   end-if
end-if.
compute cap-p-out = cap-p-lo + cap-p-hi.
if cap-p-out > 1
   move 1 to cap-p-out
end-if.
move cap-twt to cap-temp.
compute cap-exp-count rounded = cap-p-out * cap-temp.
compute cap-exp-pct rounded = cap-p-out * 100.
compute cap-exp-ppm rounded = cap-p-out * 1000000.
compute cap-out-wt = cap-below-wt + cap-above-wt.
move zero to cap-obs-pct, cap-obs-ppm.
if cap-twt > zero
   compute cap-temp = cap-out-wt * 100
   compute cap-obs-pct rounded = cap-temp / cap-twt
   compute cap-temp = cap-out-wt * 1000000
   compute cap-obs-ppm rounded = cap-temp / cap-twt
end-if.
evaluate true
   when cap-cpk-ok not = 'Y'
      move 'NO SPREAD' to cap-verdict
   when cap-cpk not < 1.33
      move 'CAPABLE' to cap-verdict
   when cap-cpk not < 1
      move 'MARGINAL' to cap-verdict
   when other
      move 'NOT CAPABLE' to cap-verdict
end-evaluate.

*>upper tail area of the standard normal past cap-z, Abramowitz and
*>Stegun 26.2.17; past forty standard deviations the area is zero to
*>every digit carried here.
capability-tail.
move cap-z to cap-zabs.
if cap-zabs < zero
   compute cap-zabs = zero - cap-zabs
end-if.
if cap-zabs > 40
   move zero to cap-tail
else
   compute cap-t rounded = 1 / (1 + (0.2316419 * cap-zabs))
   compute cap-pdf rounded =
      function exp(zero - ((cap-zabs * cap-zabs) / 2)) / 2.506628274631
   compute cap-tail rounded = cap-pdf * cap-t *
      (0.319381530 + cap-t * (-0.356563782 + cap-t *
      (1.781477937 + cap-t * (-1.821255978 + cap-t * 1.330274429))))
end-if.
if cap-z < zero
   compute cap-tail = 1 - cap-tail
end-if.

capability-print.
move ws-cap-source to out-spc-source.
write output-line from cap-title-line after advancing 2 lines.
write output-line from under-line after advancing 1 line.
move ' LSL= ' to out-spc-label.
if ws-cap-has-lsl = 'Y'
   move ws-cap-lsl to cap-num-edit
   move cap-num-edit to out-spc-value
else
   move '             NOT SET' to out-spc-value
end-if.
write output-line from cap-value-line after advancing 1 line.
move ' USL= ' to out-spc-label.
if ws-cap-has-usl = 'Y'
   move ws-cap-usl to cap-num-edit
   move cap-num-edit to out-spc-value
else
   move '             NOT SET' to out-spc-value
end-if.
write output-line from cap-value-line after advancing 1 line.
move ' TARGET= ' to out-spc-label.
if ws-cap-has-target = 'Y'
   move ws-cap-target to cap-num-edit
   move cap-num-edit to out-spc-value
else
   move '             NOT SET' to out-spc-value
end-if.
write output-line from cap-value-line after advancing 1 line.
move ' CP= ' to out-spc-label.
if cap-cp-ok = 'Y'
   move cap-cp to cap-idx-edit
   move cap-idx-edit to out-spc-value
else
   move '                 N/A' to out-spc-value
end-if.
write output-line from cap-value-line after advancing 1 line.
move ' CPK= ' to out-spc-label.
if cap-cpk-ok = 'Y'
   move cap-cpk to cap-idx-edit
   move cap-idx-edit to out-spc-value
else
   move '                 N/A' to out-spc-value
end-if.
write output-line from cap-value-line after advancing 1 line.
move ' CPM= ' to out-spc-label.
if cap-cpm-ok = 'Y'
   move cap-cpm to cap-idx-edit
   move cap-idx-edit to out-spc-value
else
   move '                 N/A' to out-spc-value
end-if.
write output-line from cap-value-line after advancing 1 line.
move cap-out-wt to out-spc-obs.
move cap-obs-pct to out-spc-obs-pct.
move cap-obs-ppm to out-spc-obs-ppm.
write output-line from cap-obs-line after advancing 1 line.
move cap-below-wt to out-spc-below.
move cap-above-wt to out-spc-above.
write output-line from cap-split-line after advancing 1 line.
move cap-exp-count to out-spc-exp.
move cap-exp-pct to out-spc-exp-pct.
move cap-exp-ppm to out-spc-exp-ppm.
write output-line from cap-exp-line after advancing 1 line.
move ' VERDICT= ' to out-spc-label.
move cap-verdict to out-spc-value.
write output-line from cap-value-line after advancing 1 line.
if ws-csv-enabled = 'Y'
   perform capability-csv
end-if.

*>one CAP row per scope, under a header written once per dataset;
*>limits and indices that do not apply are left empty.
capability-csv.
if ws-cap-csv-head not = 'Y'
   move csv-cap-header to csv-line
   write csv-line
   move 'Y' to ws-cap-csv-head
end-if.
move spaces to csv-line.
move 1 to ws-csv-ptr.
string 'CAP,' function trim(ws-cap-scope) ','
   delimited by size into csv-line with pointer ws-csv-ptr.
if ws-cap-has-lsl = 'Y'
   move ws-cap-lsl to cap-num-edit
   string function trim(cap-num-edit)
      delimited by size into csv-line with pointer ws-csv-ptr
end-if.
string ',' delimited by size into csv-line with pointer ws-csv-ptr.
if ws-cap-has-usl = 'Y'
   move ws-cap-usl to cap-num-edit
   string function trim(cap-num-edit)
      delimited by size into csv-line with pointer ws-csv-ptr
end-if.
string ',' delimited by size into csv-line with pointer ws-csv-ptr.
if ws-cap-has-target = 'Y'
   move ws-cap-target to cap-num-edit
   string function trim(cap-num-edit)
      delimited by size into csv-line with pointer ws-csv-ptr
end-if.
string ',' delimited by size into csv-line with pointer ws-csv-ptr.
if cap-cp-ok = 'Y'
   move cap-cp to cap-idx-edit
   string function trim(cap-idx-edit)
      delimited by size into csv-line with pointer ws-csv-ptr
end-if.
string ',' delimited by size into csv-line with pointer ws-csv-ptr.
if cap-cpk-ok = 'Y'
   move cap-cpk to cap-idx-edit
   string function trim(cap-idx-edit)
      delimited by size into csv-line with pointer ws-csv-ptr
end-if.
string ',' delimited by size into csv-line with pointer ws-csv-ptr.
if cap-cpm-ok = 'Y'
   move cap-cpm to cap-idx-edit
   string function trim(cap-idx-edit)
      delimited by size into csv-line with pointer ws-csv-ptr
end-if.
string ',' function trim(out-spc-obs)
       ',' function trim(out-spc-obs-ppm)
       ',' function trim(out-spc-exp)
       ',' function trim(out-spc-exp-ppm)
   delimited by size into csv-line with pointer ws-csv-ptr.
write csv-line.

*>--- 029: outbound results interface file ---
*>a file that cannot be opened is a run the receiver will never see:
*>graded 8 so the morning does not pass it by.
open-interface-file.
move spaces to ws-ifc-name.
string 'STATIFC-' ws-run-id '.txt'
   delimited by size into ws-ifc-name.
move zero to ws-ifc-count, ws-ifc-hash.
open output ifc-file.
if ws-ifc-fs = '00'
   move 'Y' to ws-ifc-open
   move ws-run-id to ifh-run-id
   move ws-run-stamp-date to ifh-run-date
   move ws-run-stamp-time to ifh-run-time
   move ws-run-mode to ifh-mode
   write ifc-line from ifc-header-rec
else
   move ws-ifc-name to out-ifc-name
   write statlog-line from ifc-open-fail-line after advancing 1 line
   move 8 to ws-new-severity
   move 'INTERFACE FILE NOT WRITTEN' to ws-new-reason
   perform raise-severity
end-if.

ifc-note-dataset.
move 'Y' to ws-ifc-stats.
move n to ifs-n.
move twt to ifs-twt.
move mean to ifs-mean.
move std to ifs-std.
move med to ifs-med.
move q1 to ifs-q1.
move q3 to ifs-q3.
move ws-min to ifs-min.
move ws-max to ifs-max.

*>straight after calc-b1 has worked group gi.
ifc-note-group.
if ws-ifc-group-count < 200
   add 1 to ws-ifc-group-count
   move ws-ifc-group-count to ii
   if gt-code(gi) = spaces
      move '(NONE)' to ifg-code(ii)
   else
      move gt-code(gi) to ifg-code(ii)
   end-if
   move calc-n to ifg-n(ii)
   move calc-twt to ifg-twt(ii)
   move calc-mean to ifg-mean(ii)
   move calc-std to ifg-std(ii)
   move calc-med to ifg-med(ii)
   move calc-q1 to ifg-q1(ii)
   move calc-q3 to ifg-q3(ii)
   move calc-min to ifg-min(ii)
   move calc-max to ifg-max(ii)
end-if.

*>the dataset's D record, then its G records. A dataset that ended
*>without figures still gets its D record, marked with why.
write-interface-dataset.
move spaces to ifc-detail-rec.
move 'D' to ifd-type.
move ws-run-id to ifd-run-id.
move ws-dataset-name to ifd-dataset.
move ws-ds-severity to ifd-severity.
move ws-line-no to ifd-read.
move zero to ifd-count, ifd-weight, ifd-mean, ifd-std, ifd-median,
   ifd-q1, ifd-q3, ifd-min, ifd-max.
evaluate true
   when ws-input-fs not = '00'
      move 'NOTFOUND' to ifd-status
   when ws-dup-extract = 'Y'
      move 'DUPSKIP' to ifd-status
   when ws-period-refused = 'Y'
      move 'REFUSED' to ifd-status
   when ws-recon-failed = 'Y'
      move 'FAILED' to ifd-status
   when ws-ifc-stats not = 'Y'
      move 'NODATA' to ifd-status
   when other
      move 'OK' to ifd-status
      move ifs-n to ifd-count
      move ifs-twt to ifd-weight
      move ifs-mean to ifd-mean
      move ifs-std to ifd-std
      move ifs-med to ifd-median
      move ifs-q1 to ifd-q1
      move ifs-q3 to ifd-q3
      move ifs-min to ifd-min
      move ifs-max to ifd-max
end-evaluate.
perform write-interface-detail.
if ifd-status = 'OK'
   perform write-interface-group
      varying ii from 1 by 1 until ii > ws-ifc-group-count
end-if.

write-interface-group.
move 'G' to ifd-type.
move ifg-code(ii) to ifd-group.
move zero to ifd-read.
move ifg-n(ii) to ifd-count.
move ifg-twt(ii) to ifd-weight.
move ifg-mean(ii) to ifd-mean.
move ifg-std(ii) to ifd-std.
move ifg-med(ii) to ifd-median.
move ifg-q1(ii) to ifd-q1.
move ifg-q3(ii) to ifd-q3.
move ifg-min(ii) to ifd-min.
move ifg-max(ii) to ifd-max.
perform write-interface-detail.

write-interface-detail.
write ifc-line from ifc-detail-rec.
add 1 to ws-ifc-count.
add ifd-mean to ws-ifc-hash.

close-interface-file.
move ws-run-id to ift-run-id.
move ws-ifc-count to ift-count.
move ws-ifc-hash to ift-hash.
write ifc-line from ifc-trailer-rec.
close ifc-file.
move 'N' to ws-ifc-open.
move ws-run-id to snt-run-id.
move ws-ifc-name to snt-file.
move ws-ifc-count to snt-count.
move ws-ifc-hash to snt-hash.
move ws-run-stamp-date to snt-run-date.
move ws-run-stamp-time to snt-run-time.
move ws-severity to snt-severity.
open extend statsent-file.
write statsent-line from sent-record.
close statsent-file.

*>--- 030: run input snapshot and replay ---
*>statrply leaves the recorded run's id on REPLAY.txt; like the other
*>one-shot cards it is blanked as soon as it is read, so only the one
*>run replays.
check-replay-request.
move 'N' to ws-replay-mode.
open input replay-file.
if ws-replay-fs = '00'
   read replay-file into replay-line
      at end move spaces to replay-line
   end-read
   if replay-line(1:14) is numeric
      move 'Y' to ws-replay-mode
      move replay-line(1:14) to ws-replay-of
   end-if
end-if.
if ws-replay-fs = '00' or ws-replay-fs = '05' or ws-replay-fs = '10'
   close replay-file
end-if.
if ws-replay-mode = 'Y'
   open output replay-file
   move spaces to replay-line
   write replay-line
   close replay-file
   perform set-replay-names
end-if.

*>inputs come from the unpacked snapshot, outputs go beside them, so
*>a replay never disturbs the live files of the current period.
set-replay-names.
move spaces to ws-replay-prefix.
string 'RPL-' ws-replay-of '-' delimited by size
   into ws-replay-prefix.
move spaces to ws-parm-name.
string ws-replay-prefix delimited by space 'STATPARM.txt'
   delimited by size into ws-parm-name.
move spaces to ws-reg-name.
string ws-replay-prefix delimited by space 'STATREG.txt'
   delimited by size into ws-reg-name.
move spaces to ws-unit-name.
string ws-replay-prefix delimited by space 'STATUNIT.txt'
   delimited by size into ws-unit-name.
move spaces to ws-corr-name.
string ws-replay-prefix delimited by space 'CORRECT.txt'
   delimited by size into ws-corr-name.
move spaces to ws-ctl-name.
string ws-replay-prefix delimited by space 'STATCTL.txt'
   delimited by size into ws-ctl-name.
move spaces to ws-pctl-name.
string ws-replay-prefix delimited by space 'STATPCTL.txt'
   delimited by size into ws-pctl-name.
move spaces to ws-nout-name.
string ws-replay-prefix delimited by space 'NOUT.txt'
   delimited by size into ws-nout-name.
move spaces to ws-reject-name.
string ws-replay-prefix delimited by space 'NUMS-REJECTS.txt'
   delimited by size into ws-reject-name.
move spaces to ws-statlog-name.
string ws-replay-prefix delimited by space 'STATLOG.txt'
   delimited by size into ws-statlog-name.
move spaces to ws-csv-name.
string ws-replay-prefix delimited by space 'NOUT.csv'
   delimited by size into ws-csv-name.
move spaces to ws-ckpt-name.
string ws-replay-prefix delimited by space 'STATCKPT.txt'
   delimited by size into ws-ckpt-name.
move spaces to ws-outlier-name.
string ws-replay-prefix delimited by space 'OUTLIERS.txt'
   delimited by size into ws-outlier-name.
move spaces to ws-hist-name.
string ws-replay-prefix delimited by space 'STATHIST.txt'
   delimited by size into ws-hist-name.
move spaces to ws-alert-name.
string ws-replay-prefix delimited by space 'STATALERT.txt'
   delimited by size into ws-alert-name.
move spaces to ws-ndx-name.
string ws-replay-prefix delimited by space 'STATNDX.txt'
   delimited by size into ws-ndx-name.
move spaces to ws-replay-skip-name.
string ws-replay-prefix delimited by space 'DUPSKIP.txt'
   delimited by size into ws-replay-skip-name.
move zero to ws-replay-skip-count.
move 'N' to ws-snap-eof.
open input replay-skip-file.
if ws-replay-skip-fs = '00'
   perform load-replay-skip until ws-snap-eof = 'Y'
end-if.
if ws-replay-skip-fs = '00' or ws-replay-skip-fs = '05'
   or ws-replay-skip-fs = '10'
   close replay-skip-file
end-if.

load-replay-skip.
read replay-skip-file into replay-skip-line
   at end move 'Y' to ws-snap-eof
end-read.
if ws-snap-eof not = 'Y' and replay-skip-line(1:4) is numeric
   and ws-replay-skip-count < 200
   add 1 to ws-replay-skip-count
   move replay-skip-line(1:4) to rpl-skip-seq(ws-replay-skip-count)
end-if.

*>the snapshot is opened once the run id is known and takes the card
*>files straight away; each dataset is added as the run reaches it.
*>A run that cannot keep its snapshot is graded 8 -- it still runs,
*>but it can never be reproduced.
open-run-snapshot.
move 'N' to ws-snap-open.
move spaces to ws-snap-name.
string 'STATSNAP-' ws-run-id '.txt' delimited by size
   into ws-snap-name.
open output snapshot-file.
if ws-snap-fs not = '00'
   move ws-snap-name to out-snap-name
   write statlog-line from snap-open-fail-line after advancing 1 line
   move 8 to ws-new-severity
   move 'RUN SNAPSHOT NOT WRITTEN' to ws-new-reason
   perform raise-severity
else
   move 'Y' to ws-snap-open
   move ws-run-id to snap-run-id
   move ws-run-stamp-date to snap-run-date
   move ws-run-stamp-time to snap-run-time
   write snapshot-line from snap-run-rec
   move zero to snap-seq
   move 'STATPARM' to snap-kind
   move ws-parm-name to ws-snap-source
   perform snapshot-copy-file
   move 'STATREG' to snap-kind
   move ws-reg-name to ws-snap-source
   perform snapshot-copy-file
   move 'STATUNIT' to snap-kind
   move ws-unit-name to ws-snap-source
   perform snapshot-copy-file
   move 'CORRECT' to snap-kind
   move ws-corr-name to ws-snap-source
   perform snapshot-copy-file
   move 'STATCTL' to snap-kind
   move ws-ctl-name to ws-snap-source
   perform snapshot-copy-file
   move 'STATPCTL' to snap-kind
   move ws-pctl-name to ws-snap-source
   perform snapshot-copy-file
end-if.

*>snap-kind and snap-seq are set by the caller, ws-snap-source names
*>the file; a file that is not there is noted so the replay knows to
*>leave it absent too.
snapshot-copy-file.
move ws-snap-source to snap-name.
open input snap-source-file.
if ws-snap-src-fs = '00'
   move 'F' to snap-type
   write snapshot-line from snap-head-rec
   move zero to ws-snap-lines
   move 'N' to ws-snap-eof
   perform snapshot-copy-line until ws-snap-eof = 'Y'
   move snap-kind to snap-end-kind
   move snap-seq to snap-end-seq
   move ws-snap-lines to snap-end-lines
   write snapshot-line from snap-end-rec
else
   move 'N' to snap-type
   write snapshot-line from snap-head-rec
end-if.
if ws-snap-src-fs = '00' or ws-snap-src-fs = '05'
   or ws-snap-src-fs = '10'
   close snap-source-file
end-if.

snapshot-copy-line.
read snap-source-file
   at end move 'Y' to ws-snap-eof
end-read.
if ws-snap-eof not = 'Y'
   add 1 to ws-snap-lines
   move 'D' to snap-data-type
   move snap-source-line to snap-data
   write snapshot-line from snap-data-rec
end-if.

*>datasets are numbered in the order the run takes them; a replay
*>takes them in the same order from the same control file.
name-dataset-input.
add 1 to ws-ds-seq.
if ws-replay-mode = 'Y'
   move ws-ds-seq to ws-ds-seq-edit
   move spaces to ws-input-name
   string ws-replay-prefix delimited by space
      'DS' ws-ds-seq-edit '.txt' delimited by size
      into ws-input-name
else
   move ws-dataset-name to ws-input-name
   if ws-snap-open = 'Y'
      move 'DATASET' to snap-kind
      move ws-ds-seq to snap-seq
      move ws-dataset-name to ws-snap-source
      perform snapshot-copy-file
   end-if
end-if.

*>a replay has no business with today's extract register: it skips
*>exactly the datasets the recorded run skipped as duplicates.
replay-dup-decision.
move 'N' to ws-replay-skip.
perform match-replay-skip
   varying rsi from 1 by 1 until rsi > ws-replay-skip-count.
if ws-replay-skip = 'Y'
   write output-line from dup-skip-line after advancing 1 line
   move 'Y' to ws-dup-extract
   move 'Y' to ws-eof-flag
   move 6 to ws-new-severity
   move 'DUPLICATE EXTRACT SKIPPED' to ws-new-reason
   perform raise-severity
end-if.

match-replay-skip.
if rpl-skip-seq(rsi) = ws-ds-seq
   move 'Y' to ws-replay-skip
end-if.

*>the run-control figures go into the snapshot as well: STATLOG.txt is
*>rewritten by the next run, and the replay is checked against these.
snapshot-run-control.
move 'L' to snap-data-type.
move statlog-read-line to snap-data.
write snapshot-line from snap-data-rec.
move statlog-accept-line to snap-data.
write snapshot-line from snap-data-rec.
move statlog-reject-line to snap-data.
write snapshot-line from snap-data-rec.
move statlog-corr-line to snap-data.
write snapshot-line from snap-data-rec.
move statlog-corr-rej-line to snap-data.
write snapshot-line from snap-data-rec.
move statlog-checksum-line to snap-data.
write snapshot-line from snap-data-rec.

*>--- 031: closed-period lock ---
*>the control file is read once at startup into one slot per month,
*>the month's latest line overwriting its earlier ones.
read-period-control.
move zero to ws-pctl-count, ws-pctl-closed.
open input statpctl-file.
if ws-pctl-fs = '00'
   move 'N' to ws-pctl-eof
   perform period-control-loop until ws-pctl-eof = 'Y'
end-if.
if ws-pctl-fs = '00' or ws-pctl-fs = '05' or ws-pctl-fs = '10'
   close statpctl-file
end-if.
perform count-closed-period
   varying pci from 1 by 1 until pci > ws-pctl-count.
if ws-pctl-closed > zero
   move ws-pctl-closed to out-pctl-closed
   write statlog-line from pctl-count-line after advancing 1 line
end-if.

period-control-loop.
read statpctl-file into period-ctl-record
   at end move 'Y' to ws-pctl-eof
end-read.
if ws-pctl-eof not = 'Y' and pctl-period(1:4) is numeric
   and pctl-period(5:1) = '-' and pctl-period(6:2) is numeric
   move zero to ws-pctl-idx
   perform find-period-slot
      varying pci from 1 by 1 until pci > ws-pctl-count
   if ws-pctl-idx = zero and ws-pctl-count < 240
      add 1 to ws-pctl-count
      move ws-pctl-count to ws-pctl-idx
      move pctl-period to pc-period(ws-pctl-idx)
   end-if
   if ws-pctl-idx > zero
      move pctl-status to pc-status(ws-pctl-idx)
   end-if
end-if.

find-period-slot.
if pc-period(pci) = pctl-period
   move pci to ws-pctl-idx
end-if.

count-closed-period.
if pc-status(pci) = 'CLOSED' or pc-status(pci) = 'ARCHIVED'
   add 1 to ws-pctl-closed
end-if.

*>one pass over the dataset ahead of the real read, looking only at
*>the reading dates; a dataset is refused on its first reading in a
*>closed month, and otherwise reopened for input-loop from the top.
closed-period-scan.
move 'N' to ws-scan-eof.
perform closed-period-scan-loop until ws-scan-eof = 'Y'.
close input-file.
if ws-period-refused = 'Y'
   move ws-refused-period to out-refused-period
   write output-line from period-refused-line after advancing 1 line
   move 'Y' to ws-eof-flag
   move 8 to ws-new-severity
   move 'CLOSED PERIOD - DATASET REFUSED' to ws-new-reason
   perform raise-severity
   move spaces to aud-text
   string 'PERIOD LOCK ' function trim(ws-dataset-name)
          ' PERIOD=' ws-refused-period ' REFUSED'
      delimited by size into aud-text
   perform write-audit
end-if.
open input input-file.

closed-period-scan-loop.
read input-file
   at end move 'Y' to ws-scan-eof
end-read.
if ws-scan-eof not = 'Y' and sample-input not = spaces
   and sample-input(1:4) not = 'HDR:'
   and sample-input(1:4) not = 'TRL:'
   if ws-fmt-delim = 'Y'
      move spaces to delim-field-area
      unstring sample-input delimited by ','
         into delim-fld-x delim-fld-weight delim-fld-group
              delim-fld-y delim-fld-date
      move delim-fld-date to ws-scan-date
   else
      move sample-input(51:10) to ws-scan-date
   end-if
   perform match-closed-period
      varying pci from 1 by 1 until pci > ws-pctl-count
   if ws-period-refused = 'Y'
      move 'Y' to ws-scan-eof
   end-if
end-if.

match-closed-period.
if pc-period(pci) = ws-scan-date(1:7)
   and (pc-status(pci) = 'CLOSED' or pc-status(pci) = 'ARCHIVED')
   move 'Y' to ws-period-refused
   move pc-period(pci) to ws-refused-period
end-if.

*>--- 010: group-code breakdown ---
*>note-group-code records ws-group-code in the distinct-code table,
*>first come first listed. A dataset with more codes than the table
*>only one code (the overall block already is that group). Blank codes
*>are a group of their own, labelled (NONE).
group-stats.
move zero to ws-anova-count.
perform varying gi from 1 by 1 until gi > ws-group-count
   move zero to calc-n
   perform load-group-values varying gj from 1 by 1 until gj > n
      end-if
      write output-line from group-title-line after advancing 2 lines
      perform calc-b1
      perform capability-group
      perform anova-note-group
      perform ifc-note-group
   end-if
end-perform.
if ws-anova-count > 1
   perform anova-block
end-if.

load-group-values.
if g(gj) = gt-code(gi)
   move w(gj) to cw(calc-n)
end-if.

*>--- 028: one-way analysis of variance across group codes ---
*>straight after calc-b1 has worked group gi: calc-sx is left holding
*>the group's weighted sum of squared deviations from its own mean.
anova-note-group.
add 1 to ws-anova-count.
if gt-code(gi) = spaces
   move '(NONE)' to av-code(ws-anova-count)
else
   move gt-code(gi) to av-code(ws-anova-count)
end-if.
move calc-twt to av-twt(ws-anova-count).
move calc-mean to av-mean(ws-anova-count).
move calc-sx to av-ss(ws-anova-count).

*>between-groups is the weighted spread of the group means about the
*>pooled mean, within-groups the sum of the groups' own spreads. A
*>within mean square of zero leaves F undefined: any spread between
*>the means is then beyond doubt, and none at all is no variation.
anova-block.
move zero to anova-twt, anova-temp, anova-ssb, anova-ssw.
perform anova-pool-loop
   varying ai from 1 by 1 until ai > ws-anova-count.
compute anova-pooled rounded = anova-temp / anova-twt.
move zero to anova-hi-dev, anova-lo-dev.
perform anova-between-loop
   varying ai from 1 by 1 until ai > ws-anova-count.
compute anova-sst = anova-ssb + anova-ssw.
compute anova-dfb = ws-anova-count - 1.
compute anova-dfw = anova-twt - ws-anova-count.
compute anova-dft = anova-twt - 1.
move zero to anova-msb, anova-msw, anova-f, anova-p.
move 'N' to anova-f-ok.
compute anova-msb rounded = anova-ssb / anova-dfb.
evaluate true
   when anova-dfw < 1
      move 'TOO FEW VALUES' to anova-verdict
   when other
      compute anova-msw rounded = anova-ssw / anova-dfw
      if anova-msw > zero
         perform anova-probability
      else
         if anova-msb > zero
            move 'SIGNIFICANT' to anova-verdict
         else
            move 1 to anova-p
            move 'NO VARIATION' to anova-verdict
         end-if
      end-if
end-evaluate.
perform anova-print.

anova-pool-loop.
add av-twt(ai) to anova-twt.
compute anova-temp = anova-temp + (av-twt(ai) * av-mean(ai)).
add av-ss(ai) to anova-ssw.

anova-between-loop.
compute anova-dev = av-mean(ai) - anova-pooled.
compute anova-temp = anova-dev * anova-dev.
compute anova-ssb = anova-ssb + (anova-temp * av-twt(ai)).
if anova-dev > anova-hi-dev
   move anova-dev to anova-hi-dev
end-if.
if anova-dev < anova-lo-dev
   move anova-dev to anova-lo-dev
end-if.

*>Paulson: with a = 2/(9 DF between) and b = 2/(9 DF within),
*>   z = ((1-b) F**(1/3) - (1-a)) / sqrt(b F**(2/3) + a)
*>is close to standard normal, so the upper tail past z (the same
*>A&S tail the capability section uses) is the P-value. Under four
*>within degrees of freedom z gets the usual small-sample stretch.
*>Worked a step at a time: nested in one expression, the twelve-
*>decimal terms lose their fractions to the intermediate result,
*>the same truncation capability-figures steps around.
anova-probability.
move 'Y' to anova-f-ok.
compute anova-f rounded = anova-msb / anova-msw
   on size error move 999999999 to anova-f
end-compute.
compute anova-temp = 9 * anova-dfb.
compute anova-a rounded = 2 / anova-temp.
compute anova-temp = 9 * anova-dfw.
compute anova-b rounded = 2 / anova-temp.
compute anova-temp rounded = 1 / 3.
compute anova-f3 rounded = anova-f ** anova-temp.
compute anova-temp = anova-f3 * anova-f3.
compute anova-temp = (anova-b * anova-temp) + anova-a.
compute anova-temp = anova-temp ** 0.5.
compute anova-dev-z = anova-b * anova-f3.
compute anova-dev-z = anova-f3 - anova-dev-z.
subtract 1 from anova-dev-z.
add anova-a to anova-dev-z.
compute cap-z rounded = anova-dev-z / anova-temp.
if anova-dfw < 4
   compute anova-temp = anova-dfw * anova-dfw * anova-dfw
   compute anova-dev-z = cap-z * cap-z * cap-z * cap-z
   compute anova-dev-z = anova-dev-z * 0.08
   compute anova-dev-z rounded = anova-dev-z / anova-temp
   add 1 to anova-dev-z
   compute cap-z rounded = cap-z * anova-dev-z
end-if.
perform capability-tail.
move cap-tail to anova-p.
compute anova-p-pct = anova-p * 100.
if anova-p-pct < ws-anova-alpha
   move 'SIGNIFICANT' to anova-verdict
else
   move 'NOT SIGNIFICANT' to anova-verdict
end-if.

anova-print.
write output-line from anova-title-line after advancing 2 lines.
write output-line from under-line after advancing 1 line.
write output-line from anova-head-line after advancing 1 line.
move 'BETWEEN' to out-av-source.
move anova-ssb to out-av-ss.
move anova-dfb to out-av-df.
move anova-msb to out-av-ms.
write output-line from anova-row-line after advancing 1 line.
move 'WITHIN' to out-av-source.
move anova-ssw to out-av-ss.
move anova-dfw to out-av-df.
move anova-msw to out-av-ms.
write output-line from anova-row-line after advancing 1 line.
move 'TOTAL' to out-avt-source.
move anova-sst to out-avt-ss.
move anova-dft to out-avt-df.
write output-line from anova-total-line after advancing 1 line.
if anova-f-ok = 'Y'
   move anova-f to cap-idx-edit
   move cap-idx-edit to out-av-f
   move anova-p to ws-anova-p-edit
   move ws-anova-p-edit to out-av-p
else
   move '                 N/A' to out-av-f
   move '       N/A' to out-av-p
end-if.
write output-line from anova-f-line after advancing 1 line.
move ws-anova-alpha to out-av-alpha.
move anova-verdict to out-av-verdict.
write output-line from anova-level-line after advancing 1 line.
move anova-pooled to out-av-pooled.
write output-line from anova-pooled-line after advancing 1 line.
write output-line from anova-group-head-line after advancing 1 line.
perform anova-group-print
   varying ai from 1 by 1 until ai > ws-anova-count.

*>the groups whose means sit furthest above and furthest below the
*>pooled mean are flagged -- the first places to look when the
*>verdict says the lines differ.
anova-group-print.
compute anova-dev = av-mean(ai) - anova-pooled.
move av-code(ai) to out-avg-code.
move av-twt(ai) to out-avg-twt.
move av-mean(ai) to out-avg-mean.
move anova-dev to out-avg-dev.
move spaces to out-avg-flag.
if anova-dev > zero and anova-dev = anova-hi-dev
   move 'FURTHEST ABOVE' to out-avg-flag
end-if.
if anova-dev < zero and anova-dev = anova-lo-dev
   move 'FURTHEST BELOW' to out-avg-flag
end-if.
write output-line from anova-group-line after advancing 1 line.

*>--- 020: reading-date and per-period sections ---
*>note-reading-period derives the accepted record's period key from
*>in-date and stores it in pd(n). A date that does not read as

finish.
perform run-control-trailer.
if ws-snap-open = 'Y'
   perform snapshot-run-control
end-if.
*>a reject that was repaired by the recycle step is no longer a
*>reject: when every one was corrected back in, the rejects-only
*>grade drops back to clean. Higher grades are never downgraded,
   open output statalert-file
   close statalert-file
end-if.
if ws-ifc-open = 'Y'
   perform close-interface-file
end-if.
perform audit-run-end.
if ws-dup-override = 'Y'
   perform reset-dup-override
end-if.
if ws-snap-open = 'Y'
   move 'Z' to snap-data-type
   move spaces to snap-data
   write snapshot-line from snap-data-rec
   close snapshot-file
end-if.
close output-file, reject-file, statlog-file,
      outlier-file, stathist-file, statndx-file, stataudit-file,
      statextr-file.
close statalert-file.

*>--- 014: run-history file ---
*>every record a run writes carries the run's own stamp -- the RUN:
*>stamp on STATNDX.txt and the RUN-ID on its RUN START audit line --
*>so a run's history can be matched back to the run that wrote it.
write-history-record.
move ws-run-stamp-date to hist-run-date.
move ws-run-stamp-time to hist-run-time.
move ws-dataset-name to hist-dataset.
move n to hist-count.
move mean to hist-mean.
