       select reportfile assign to "maintrpt1.txt"
           organization is line sequential
           access is sequential.
       select optional journalfile assign to "JOURNALDD"
           organization is line sequential
           access is sequential.

      **数据
       data division.
               88 trn-add     value "A".
               88 trn-replace value "R".
               88 trn-delete  value "D".
               88 trn-approve  value "P".
               88 trn-release  value "L".
               88 trn-withdraw value "W".
               88 trn-redraft  value "U".
               88 trn-status-change values "P" "L" "W" "U".
           05 trn-drawing pic x(8).
           05 trn-seq     pic 9(4).
           05 trn-image   pic x(52).
           05 filler redefines trn-image.
               10 trn-user pic x(8).
               10 filler   pic x(44).
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
                   88 ctl-draft     value "D" " ".
                   88 ctl-approved  value "A".
                   88 ctl-released  value "R".
                   88 ctl-withdrawn value "W".
               10 ctl-approver    pic x(8).
               10 ctl-approved-ts pic x(14).
               10 ctl-released-by pic x(8).
               10 filler          pic x(3).
       fd reportfile.
       01 report-rec.
           05 rpt-line pic x(80).
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

       working-storage section.
       77 more-trans     pic x(1) value "Y".
       77 ws-result      pic x(12).
       77 ws-rpt-line    pic x(80).
       77 run-rc         pic 99 value 0.
       77 run-ts         pic x(14).
       77 rev-drawing    pic x(8) value spaces.
       77 rev-number     pic 9(4) value 0.
       77 rev-used       pic x(1) value "N".
       77 revision-count pic 9(6) value 0.
       77 journal-count  pic 9(6) value 0.
       77 before-seq     pic 9(4).
       77 before-flag    pic x(1).
       77 before-image   pic x(52).
       77 run-user       pic x(8) value spaces.
       77 ctl-found      pic x(1).
       77 drawing-found  pic x(1).
       77 old-status     pic x(1).
       77 new-status     pic x(1).
       77 status-count   pic 9(6) value 0.

      **程序
       procedure division.
           move function current-date(1:14) to run-ts
           accept run-user from environment "DDA-USER"
               on exception move spaces to run-user
           end-accept
           open input transfile
           open i-o masterfile
           open output reportfile
           open extend journalfile
           perform read-trans
           perform process-trans until more-trans = "N"
           perform flush-revision
           perform write-totals
           close transfile
           close masterfile
           close reportfile
           close journalfile
           move run-rc to return-code
           stop run.


       process-trans section.
           move spaces to ws-result
           move space to old-status
           move space to new-status
           if trn-seq not numeric
               or (trn-seq = zero and not trn-delete
                   and not trn-status-change)
               move "BAD SEQ" to ws-result
               add 1 to rejected-count
               perform write-result
           end-if.

       apply-trans section.
           if trn-add or trn-replace or trn-delete
               perform find-revision
           end-if
           if trn-add
               perform add-master
           else
                   if trn-delete
                       perform delete-master
                   else
                       if trn-status-change
                           perform change-status
                       else
                           move "BAD ACTION" to ws-result
                           add 1 to rejected-count
                       end-if
                   end-if
               end-if
           end-if
           not invalid key
               move "ADDED" to ws-result
               add 1 to added-count
               move trn-seq to before-seq
               move "N" to before-flag
               move spaces to before-image
               perform write-journal
           end-write.

       replace-master section.
               move "NOT FOUND" to ws-result
               add 1 to rejected-count
           not invalid key
               move trn-seq to before-seq
               move "Y" to before-flag
               move mst-image to before-image
               move trn-image to mst-image
               rewrite master-rec
               move "REPLACED" to ws-result
               add 1 to replaced-count
               perform write-journal
           end-read.

       delete-master section.
           else
               move trn-drawing to mst-drawing
               move trn-seq to mst-seq
               read masterfile record
               invalid key
                   move "NOT FOUND" to ws-result
                   add 1 to rejected-count
               not invalid key
                   move trn-seq to before-seq
                   move "Y" to before-flag
                   move mst-image to before-image
                   delete masterfile record
                   move "DELETED" to ws-result
                   add 1 to deleted-count
                   perform write-journal
               end-read
           end-if.

       delete-drawing section.
               if mst-drawing not = trn-drawing
                   move "Y" to scan-done
               else
                   if mst-seq not = zero
                       move mst-seq to before-seq
                       move "Y" to before-flag
                       move mst-image to before-image
                       delete masterfile record
                       move "Y" to any-deleted
                       perform write-journal
                   end-if
               end-if
           end-read.

       find-revision section.
           if trn-drawing not = rev-drawing
               perform flush-revision
               move trn-drawing to rev-drawing
               move "N" to rev-used
               move trn-drawing to mst-drawing
               move zero to mst-seq
               read masterfile record
               invalid key
                   move 1 to rev-number
               not invalid key
                   compute rev-number = ctl-rev + 1
               end-read
           end-if.

       flush-revision section.
           if rev-drawing not = spaces and rev-used = "Y"
               move rev-drawing to mst-drawing
               move zero to mst-seq
               read masterfile record
               invalid key
                   move rev-drawing to mst-drawing
                   move zero to mst-seq
                   move spaces to mst-image
                   move rev-number to ctl-rev
                   move run-ts to ctl-maint-ts
                   move "D" to ctl-status
                   write master-rec
                   invalid key
                       continue
                   end-write
               not invalid key
                   move rev-number to ctl-rev
                   move run-ts to ctl-maint-ts
                   if ctl-approved or ctl-released
                       perform reset-to-draft
                   end-if
                   rewrite master-rec
               end-read
               add 1 to revision-count
               move spaces to ws-rpt-line
               string "DRAWING=" rev-drawing
                      " REVISION=" rev-number
                      " STAMP=" run-ts
                      delimited by size into ws-rpt-line
               move ws-rpt-line to rpt-line
               write report-rec
               move spaces to ws-rpt-line
           end-if
           move spaces to rev-drawing
           move "N" to rev-used.

       write-journal section.
           move rev-drawing to jrn-drawing
           move before-seq to jrn-seq
           move rev-number to jrn-rev
           move run-ts to jrn-ts
           move trn-action to jrn-action
           move before-flag to jrn-before
           move before-image to jrn-image
           move run-user to jrn-user
           write journal-rec
           add 1 to journal-count
           move "Y" to rev-used.

       reset-to-draft section.
           move spaces to ws-rpt-line
           string "DRAWING=" rev-drawing
                  " STATUS=" ctl-status
                  " RESET TO DRAFT BY CHANGE"
                  delimited by size into ws-rpt-line
           move ws-rpt-line to rpt-line
           write report-rec
           move spaces to ws-rpt-line
           move "D" to ctl-status
           move spaces to ctl-approver
           move spaces to ctl-approved-ts
           move spaces to ctl-released-by.

       change-status section.
           perform flush-revision
           move "Y" to ctl-found
           move trn-drawing to mst-drawing
           move zero to mst-seq
           read masterfile record
           invalid key
               move "N" to ctl-found
           end-read
           if ctl-found = "N"
               perform find-drawing
               move trn-drawing to mst-drawing
               move zero to mst-seq
               move spaces to mst-image
               move zero to ctl-rev
               move "D" to ctl-status
           else
               move "Y" to drawing-found
           end-if
           if drawing-found = "N"
               move "NOT FOUND" to ws-result
               add 1 to rejected-count
           else
               if trn-user = spaces
                   move "NO USER" to ws-result
                   add 1 to rejected-count
               else
                   move mst-image to before-image
                   if ctl-status = space
                       move "D" to ctl-status
                   end-if
                   move ctl-status to old-status
                   perform check-transition
                   if new-status = space
                       move "BAD STATUS" to ws-result
                       add 1 to rejected-count
                   else
                       perform apply-status
                   end-if
               end-if
           end-if.

       find-drawing section.
           move "N" to drawing-found
           move trn-drawing to mst-drawing
           move zero to mst-seq
           start masterfile key > master-key
           invalid key
               continue
           not invalid key
               read masterfile next record
               at end
                   continue
               not at end
                   if mst-drawing = trn-drawing
                       move "Y" to drawing-found
                   end-if
               end-read
           end-start.

       check-transition section.
           if trn-approve and ctl-draft
               move "A" to new-status
           end-if
           if trn-release and ctl-approved
               move "R" to new-status
           end-if
           if trn-withdraw and not ctl-withdrawn
               move "W" to new-status
           end-if
           if trn-redraft and not ctl-draft
               move "D" to new-status
           end-if.

       apply-status section.
           move new-status to ctl-status
           if trn-approve
               move trn-user to ctl-approver
               move run-ts to ctl-approved-ts
               move "APPROVED" to ws-result
           end-if
           if trn-release
               move trn-user to ctl-released-by
               move "RELEASED" to ws-result
           end-if
           if trn-withdraw
               move "WITHDRAWN" to ws-result
           end-if
           if trn-redraft
               move spaces to ctl-approver
               move spaces to ctl-approved-ts
               move spaces to ctl-released-by
               move "DRAFT" to ws-result
           end-if
           if ctl-found = "Y"
               rewrite master-rec
           else
               write master-rec
               invalid key
                   continue
               end-write
           end-if
           add 1 to status-count
           move trn-drawing to jrn-drawing
           move zero to jrn-seq
           move ctl-rev to jrn-rev
           move run-ts to jrn-ts
           move trn-action to jrn-action
           move ctl-found to jrn-before
           if ctl-found = "Y"
               move before-image to jrn-image
           else
               move spaces to jrn-image
           end-if
           move trn-user to jrn-user
           write journal-rec
           add 1 to journal-count.

       write-result section.
           move spaces to ws-rpt-line
           if trn-status-change
               string "ACTION=" trn-action " DRAWING=" trn-drawing
                      " SEQ=" trn-seq " " ws-result
                      " USER=" trn-user
                      " FROM=" old-status " TO=" new-status
                      delimited by size into ws-rpt-line
           else
               string "ACTION=" trn-action " DRAWING=" trn-drawing
                      " SEQ=" trn-seq " " ws-result
                      delimited by size into ws-rpt-line
           end-if
           move ws-rpt-line to rpt-line
           write report-rec.

       write-totals section.
                  delimited by size into ws-rpt-line
           move ws-rpt-line to rpt-line
           write report-rec
           move spaces to ws-rpt-line
           string "JOURNALED=" journal-count
                  " REVISIONS=" revision-count
                  " STATUS-CHANGES=" status-count
                  delimited by size into ws-rpt-line
           move ws-rpt-line to rpt-line
           write report-rec
           if rejected-count > zero
               move 4 to run-rc
           end-if.
