      **注意文件名
       identification division.
       program-id. dda_rollb.

      **环境
       environment division.
       input-output section.
       file-control.

       select optional masterfile assign to "MASTERDD"
           organization is indexed
           access is dynamic
           record key is master-key.
       select optional journalfile assign to "JOURNALDD"
           organization is line sequential
           access is sequential.
       select reportfile assign to "rollbrpt1.txt"
           organization is line sequential
           access is sequential.

      **数据
       data division.
       file section.

       fd masterfile.
       01 master-rec.
           05 master-key.
               10 mst-drawing pic x(8).
               10 mst-seq     pic 9(4).
           05 mst-image       pic x(52).
           05 mst-control redefines mst-image.
               10 ctl-rev         pic 9(4).
               10 ctl-maint-ts    pic x(14).
               10 ctl-status      pic x(1).
                   88 ctl-approved  value "A".
                   88 ctl-released  value "R".
               10 ctl-approver    pic x(8).
               10 ctl-approved-ts pic x(14).
               10 ctl-released-by pic x(8).
               10 filler          pic x(3).
       fd journalfile.
       01 journal-rec.
           05 jrn-drawing pic x(8).
           05 jrn-seq     pic 9(4).
           05 jrn-rev     pic 9(4).
           05 jrn-ts      pic x(14).
           05 jrn-action  pic x(1).
           05 jrn-before  pic x(1).
           05 jrn-image   pic x(52).
           05 jrn-user    pic x(8).
       fd reportfile.
       01 report-rec.
           05 rpt-line pic x(100).

       working-storage section.
       01 seq-table.
           03 sq-entry occurs 9999 times.
               05 sq-seen   pic x(1).
               05 sq-before pic x(1).
               05 sq-image  pic x(52).
       77 roll-drawing    pic x(8) value spaces.
       77 roll-rev-x      pic x(4) value spaces.
       77 roll-rev        pic 9(4) value 0.
       77 roll-asof       pic x(14) value spaces.
       77 roll-by         pic x(1) value space.
       77 parm-len        pic 99.
       77 parm-i          pic 99.
       77 run-ts          pic x(14).
       77 run-user        pic x(8) value spaces.
       77 more-data       pic x(1) value "Y".
       77 ctl-found       pic x(1) value "N".
       77 current-rev     pic 9(4) value 0.
       77 journal-rev     pic 9(4) value 0.
       77 new-rev         pic 9(4) value 0.
       77 sq-i            pic 9(4).
       77 jrn-read-count  pic 9(6) value 0.
       77 undo-count      pic 9(6) value 0.
       77 seq-count       pic 9(4) value 0.
       77 restored-count  pic 9(4) value 0.
       77 reinstated-count pic 9(4) value 0.
       77 removed-count   pic 9(4) value 0.
       77 unchanged-count pic 9(4) value 0.
       77 rejected-count  pic 9(4) value 0.
       77 change-action   pic x(1).
       77 change-text     pic x(10).
       77 show-image      pic x(52).
       77 before-flag     pic x(1).
       77 before-image    pic x(52).
       77 ws-rpt-line     pic x(100) value spaces.
       77 run-rc          pic 99 value 0.

      **程序
       procedure division.
           move function current-date(1:14) to run-ts
           accept roll-drawing from environment "DDA-DRAWING"
               on exception move spaces to roll-drawing
           end-accept
           accept roll-rev-x from environment "DDA-REVISION"
               on exception move spaces to roll-rev-x
           end-accept
           accept roll-asof from environment "DDA-ASOF"
               on exception move spaces to roll-asof
           end-accept
           accept run-user from environment "DDA-USER"
               on exception move spaces to run-user
           end-accept
           open output reportfile
           perform check-parms
           if run-rc = zero
               perform find-current-rev
               perform scan-journal
               perform check-target
           end-if
           if run-rc = zero
               perform restore-drawing
           end-if
           perform write-summary
           close reportfile
           move run-rc to return-code
           stop run.

       write-report section.
           move ws-rpt-line to rpt-line
           write report-rec
           move spaces to ws-rpt-line.

       check-parms section.
           if roll-drawing = spaces
               move "DDA-DRAWING MISSING - NOTHING TO ROLL BACK"
                   to ws-rpt-line
               perform write-report
               move 8 to run-rc
           end-if
           if roll-rev-x not = spaces and roll-asof not = spaces
               move "GIVE DDA-REVISION OR DDA-ASOF, NOT BOTH"
                   to ws-rpt-line
               perform write-report
               move 8 to run-rc
           end-if
           if roll-rev-x = spaces and roll-asof = spaces
               move "DDA-REVISION OR DDA-ASOF REQUIRED"
                   to ws-rpt-line
               perform write-report
               move 8 to run-rc
           end-if
           if run-rc = zero and roll-rev-x not = spaces
               perform check-revision-parm
           end-if
           if run-rc = zero and roll-asof not = spaces
               perform check-asof-parm
           end-if
           if run-rc = zero
               if roll-by = "R"
                   string "DRAWING=" roll-drawing
                          " ROLL BACK TO REVISION=" roll-rev
                          delimited by size into ws-rpt-line
               else
                   string "DRAWING=" roll-drawing
                          " ROLL BACK TO STAMP=" roll-asof
                          delimited by size into ws-rpt-line
               end-if
               perform write-report
           end-if.

       check-revision-parm section.
           move zero to parm-len
           perform varying parm-i from 4 by -1
                   until parm-i < 1 or parm-len > 0
               if roll-rev-x(parm-i:1) not = space
                   move parm-i to parm-len
               end-if
           end-perform
           if roll-rev-x(1:parm-len) numeric
               move roll-rev-x(1:parm-len) to roll-rev
               move "R" to roll-by
           else
               string "DDA-REVISION=" roll-rev-x " INVALID"
                      delimited by size into ws-rpt-line
               perform write-report
               move 8 to run-rc
           end-if.

       check-asof-parm section.
           move zero to parm-len
           perform varying parm-i from 14 by -1
                   until parm-i < 1 or parm-len > 0
               if roll-asof(parm-i:1) not = space
                   move parm-i to parm-len
               end-if
           end-perform
           if parm-len = 8 and roll-asof(1:8) numeric
               move "235959" to roll-asof(9:6)
               move "T" to roll-by
           else
               if parm-len = 14 and roll-asof numeric
                   move "T" to roll-by
               else
                   string "DDA-ASOF=" roll-asof
                          " INVALID - USE YYYYMMDD OR YYYYMMDDHHMMSS"
                          delimited by size into ws-rpt-line
                   perform write-report
                   move 8 to run-rc
               end-if
           end-if.

       find-current-rev section.
           open input masterfile
           move roll-drawing to mst-drawing
           move zero to mst-seq
           read masterfile record
           invalid key
               move "N" to ctl-found
           not invalid key
               move "Y" to ctl-found
               move ctl-rev to current-rev
           end-read
           close masterfile.

       scan-journal section.
           move spaces to seq-table
           move "Y" to more-data
           open input journalfile
           perform read-journal
           perform scan-journal-entry until more-data = "N"
           close journalfile
           if journal-rev > current-rev
               move journal-rev to current-rev
           end-if.

       read-journal section.
           read journalfile next record
           at end
             move "N" to more-data
           not at end
             add 1 to jrn-read-count
           end-read.

       scan-journal-entry section.
           if jrn-drawing = roll-drawing and jrn-seq numeric
               and jrn-rev numeric
               if jrn-rev > journal-rev
                   move jrn-rev to journal-rev
               end-if
               if jrn-seq not = zero
                   if (roll-by = "R" and jrn-rev > roll-rev)
                       or (roll-by = "T" and jrn-ts > roll-asof)
                       add 1 to undo-count
                       if sq-seen(jrn-seq) not = "Y"
                           move "Y" to sq-seen(jrn-seq)
                           move jrn-before to sq-before(jrn-seq)
                           move jrn-image to sq-image(jrn-seq)
                           add 1 to seq-count
                       end-if
                   end-if
               end-if
           end-if
           perform read-journal.

       check-target section.
           if ctl-found = "N"
               move "NO CONTROL RECORD - REVISION TAKEN FROM JOURNAL"
                   to ws-rpt-line
               perform write-report
           end-if
           string "CURRENT REVISION=" current-rev
                  " JOURNAL ENTRIES TO UNDO=" undo-count
                  " RECORDS AFFECTED=" seq-count
                  delimited by size into ws-rpt-line
           perform write-report
           if roll-by = "R" and roll-rev > current-rev
               string "REVISION=" roll-rev
                      " IS BEYOND CURRENT REVISION=" current-rev
                      delimited by size into ws-rpt-line
               perform write-report
               move 8 to run-rc
           else
               if seq-count = zero
                   move "NOTHING TO ROLL BACK - DRAWING UNCHANGED"
                       to ws-rpt-line
                   perform write-report
                   move 4 to run-rc
               end-if
           end-if.

       restore-drawing section.
           compute new-rev = current-rev + 1
           open i-o masterfile
           open extend journalfile
           perform restore-seq varying sq-i from 1 by 1
               until sq-i > 9999
           if restored-count + reinstated-count + removed-count
               > zero
               perform stamp-control
           end-if
           close journalfile
           close masterfile.

       restore-seq section.
           if sq-seen(sq-i) = "Y"
               move roll-drawing to mst-drawing
               move sq-i to mst-seq
               read masterfile record
               invalid key
                   perform restore-absent
               not invalid key
                   perform restore-present
               end-read
           end-if.

       restore-absent section.
           if sq-before(sq-i) = "Y"
               move roll-drawing to mst-drawing
               move sq-i to mst-seq
               move sq-image(sq-i) to mst-image
               move spaces to before-image
               write master-rec
               invalid key
                   move "DUPLICATE" to change-text
                   add 1 to rejected-count
                   perform report-seq
                   if run-rc < 4
                       move 4 to run-rc
                   end-if
               not invalid key
                   move "A" to change-action
                   move "N" to before-flag
                   move "REINSTATED" to change-text
                   add 1 to reinstated-count
                   perform journal-change
               end-write
           else
               move spaces to before-image
               move "ABSENT" to change-text
               add 1 to unchanged-count
               perform report-seq
           end-if.

       restore-present section.
           move "Y" to before-flag
           move mst-image to before-image
           if sq-before(sq-i) = "Y"
               if mst-image = sq-image(sq-i)
                   move "UNCHANGED" to change-text
                   add 1 to unchanged-count
                   perform report-seq
               else
                   move sq-image(sq-i) to mst-image
                   rewrite master-rec
                   move "R" to change-action
                   move "RESTORED" to change-text
                   add 1 to restored-count
                   perform journal-change
               end-if
           else
               delete masterfile record
               move "D" to change-action
               move "REMOVED" to change-text
               add 1 to removed-count
               perform journal-change
           end-if.

       journal-change section.
           move roll-drawing to jrn-drawing
           move sq-i to jrn-seq
           move new-rev to jrn-rev
           move run-ts to jrn-ts
           move change-action to jrn-action
           move before-flag to jrn-before
           move before-image to jrn-image
           move run-user to jrn-user
           write journal-rec
           perform report-seq.

       report-seq section.
           if sq-before(sq-i) = "Y"
               move sq-image(sq-i) to show-image
           else
               move before-image to show-image
           end-if
           string "SEQ=" sq-i " " change-text " " show-image
                  delimited by size into ws-rpt-line
           perform write-report.

       stamp-control section.
           move roll-drawing to mst-drawing
           move zero to mst-seq
           read masterfile record
           invalid key
               move roll-drawing to mst-drawing
               move zero to mst-seq
               move spaces to mst-image
               move new-rev to ctl-rev
               move run-ts to ctl-maint-ts
               move "D" to ctl-status
               write master-rec
               invalid key
                   continue
               end-write
           not invalid key
               move new-rev to ctl-rev
               move run-ts to ctl-maint-ts
               if ctl-approved or ctl-released
                   string "DRAWING=" roll-drawing
                          " STATUS=" ctl-status
                          " RESET TO DRAFT BY ROLL BACK"
                          delimited by size into ws-rpt-line
                   perform write-report
                   move "D" to ctl-status
                   move spaces to ctl-approver
                   move spaces to ctl-approved-ts
                   move spaces to ctl-released-by
               end-if
               rewrite master-rec
           end-read
           string "DRAWING=" roll-drawing
                  " NEW REVISION=" new-rev
                  " STAMP=" run-ts
                  delimited by size into ws-rpt-line
           perform write-report.

       write-summary section.
           string "RESTORED=" restored-count
                  " REINSTATED=" reinstated-count
                  " REMOVED=" removed-count
                  " UNCHANGED=" unchanged-count
                  " REJECTED=" rejected-count
                  " RC=" run-rc
                  delimited by size into ws-rpt-line
           perform write-report.
