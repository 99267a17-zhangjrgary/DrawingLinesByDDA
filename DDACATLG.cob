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
           05 rpt-line pic x(132).

       working-storage section.
       01 image1.
       77 bad-hdr-flag   pic x(1).
       77 flag-text      pic x(40).
       77 flag-ptr       pic 99.
       77 drawing-rev    pic 9(4).
       77 status-text    pic x(9).
       77 draft-count    pic 9(4) value 0.
       77 approved-count pic 9(4) value 0.
       77 released-count pic 9(4) value 0.
       77 withdrawn-count pic 9(4) value 0.
       77 nostatus-count pic 9(4) value 0.
       77 drawing-count  pic 9(4) value 0.
       77 deleted-count  pic 9(4) value 0.
       77 flagged-count  pic 9(4) value 0.
       77 record-count   pic 9(6) value 0.
       77 ws-rpt-line    pic x(132) value spaces.
       77 run-rc         pic 99 value 0.

      **程序
               perform close-drawing
               perform open-drawing
           else
               if rec-total > zero and mst-seq > prev-seq + 1
                   move "Y" to gap-flag
               end-if
           end-if
           move mst-seq to prev-seq
           if mst-seq = zero
               move ctl-rev to drawing-rev
               perform take-status
           else
               add 1 to rec-total
               move mst-image to image1
               perform classify-record
           end-if
           perform read-master.

       open-drawing section.
           move zero to origin-col
           move zero to origin-row
           move zero to n-declared
           move zero to drawing-rev
           move "NONE" to status-text
           move mst-seq to prev-seq
           move "N" to gap-flag
           move "N" to bad-hdr-flag.

       take-status section.
           if ctl-draft
               move "DRAFT" to status-text
           end-if
           if ctl-approved
               move "APPROVED" to status-text
           end-if
           if ctl-released
               move "RELEASED" to status-text
           end-if
           if ctl-withdrawn
               move "WITHDRAWN" to status-text
           end-if.

       count-status section.
           if status-text = "DRAFT"
               add 1 to draft-count
           end-if
           if status-text = "APPROVED"
               add 1 to approved-count
           end-if
           if status-text = "RELEASED"
               add 1 to released-count
           end-if
           if status-text = "WITHDRAWN"
               add 1 to withdrawn-count
           end-if
           if status-text = "NONE"
               add 1 to nostatus-count
           end-if.

       classify-record section.
           if hdr-stage = zero and rec-total = 1 and img-is-drawing
               continue
           end-if.

       close-drawing section.
           if drawing-open = "Y" and rec-total = zero
               add 1 to deleted-count
               string "DRAWING=" current-drawing
                      " RECS=" rec-total
                      " REV=" drawing-rev
                      " STATUS=" status-text " DELETED"
                      delimited by size into ws-rpt-line
               perform write-report
               move "N" to drawing-open
           end-if
           if drawing-open = "Y"
               add 1 to drawing-count
               perform count-status
               move spaces to flag-text
               move 1 to flag-ptr
               if hdr-stage < 1
                      " COLS=" canvas-cols " ROWS=" canvas-rows
                      " OX=" origin-col " OY=" origin-row
                      " N=" n-declared " PTS=" point-total
                      " REV=" drawing-rev
                      " STATUS=" status-text
                      flag-text
                      delimited by size into ws-rpt-line
               perform write-report
           string "DRAWINGS=" drawing-count
                  " RECORDS=" record-count
                  " FLAGGED=" flagged-count
                  " DELETED=" deleted-count
                  delimited by size into ws-rpt-line
           perform write-report
           string "DRAFT=" draft-count
                  " APPROVED=" approved-count
                  " RELEASED=" released-count
                  " WITHDRAWN=" withdrawn-count
                  " NO-STATUS=" nostatus-count
                  delimited by size into ws-rpt-line
           perform write-report
           if flagged-count > zero
