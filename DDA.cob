       select plotlistfile assign to "PLOTLSTDD"
           organization is line sequential
           access is sequential.
       select optional penctlfile assign to "PENCTLDD"
           organization is line sequential
           access is sequential.
       select vectorfile assign to "VECTORDD"
           organization is line sequential
           access is sequential.
       select ownmapfile assign to "OWNMAPDD"
           organization is line sequential
           access is sequential.
       select optional plotregfile assign to "PLOTREGDD"
           organization is line sequential
           access is sequential.

      **数据
       data division.
               88 rec-is-tolerance value "T".
               88 hdr-is-transform value "X".
               88 pt-is-curve      value "S".
               88 pt-is-insert     value "I".
           05 radius     pic 999.
           05 drawing-id pic x(8).
           05 line-style pic x(1).
       fd plotlistfile.
       01 plotlist-rec.
           05 pl-drawing pic x(8).
       fd penctlfile.
       01 penctl-rec.
           05 pc-kind    pic x(1).
               88 pc-is-char    value "C".
               88 pc-is-text    value "T".
               88 pc-is-default value "D".
           05 pc-char    pic x(1).
           05 pc-pen     pic 99.
       fd vectorfile.
       01 vector-rec.
           05 vec-line   pic x(100).
       fd ownmapfile.
       01 ownmap-rec.
           05 om-type    pic x(1).
               88 om-is-header value "H".
               88 om-is-prim   value "P".
               88 om-is-cell   value "O".
               88 om-is-end    value "E".
           05 om-drawing pic x(8).
           05 om-data    pic x(53).
       01 ownmap-header.
           05 filler     pic x(9).
           05 omh-cols   pic 999.
           05 omh-rows   pic 999.
           05 omh-ts     pic x(21).
       01 ownmap-prim.
           05 filler     pic x(9).
           05 omp-prim   pic 9(5).
           05 omp-recno  pic 9(6).
           05 omp-kind   pic x(1).
           05 omp-i      pic 999.
           05 omp-x1     pic 999.
           05 omp-y1     pic 999.
           05 omp-x2     pic 999.
           05 omp-y2     pic 999.
           05 omp-radius pic 999.
           05 omp-style  pic x(1).
           05 omp-char   pic x(1).
           05 omp-ts     pic x(21).
       01 ownmap-cell.
           05 filler     pic x(9).
           05 omc-col    pic 999.
           05 omc-row    pic 999.
           05 omc-recno  pic 9(6).
           05 omc-prim   pic 9(5).
           05 omc-char   pic x(1).
       01 ownmap-end.
           05 filler     pic x(9).
           05 ome-cells  pic 9(6).
       fd plotregfile.
       01 plotreg-rec.
           05 prg-drawing  pic x(8).
           05 prg-plot-ts  pic x(14).
           05 prg-maint-ts pic x(14).
           05 prg-rc       pic 99.
           05 prg-inserts  pic x(1).

       working-storage section.
       01  data-table.
            03  own-1 occurs 999 times.
            05  own-2 occurs 999 times.
              10  own-rec  pic 9(6).
              10  own-prim pic 9(5).
       77  r  pic 999.
       77  c  pic 999.
       77  i  pic 999.
       77 drawing-rc       pic 99 value 0.
       77 drawings-plotted pic 9(4) value 0.
       77 ws-exc-tagged    pic x(80).
       77 drawings-skipped pic 9(4) value 0.
       01 insert-pool.
           03 pool-image occurs 3000 times pic x(52).
       01 insert-stack.
           03 isf-entry occurs 5 times.
               05 isf-drawing    pic x(8).
               05 isf-base       pic 9(4).
               05 isf-pos        pic 9(4).
               05 isf-i          pic 999.
               05 isf-n          pic 999.
               05 isf-x1         pic 999.
               05 isf-y1         pic 999.
               05 isf-x2         pic 999.
               05 isf-y2         pic 999.
               05 isf-first-x    pic 999.
               05 isf-first-y    pic 999.
               05 isf-start-set  pic x(1).
               05 isf-close-mode pic x(1).
               05 isf-origin-col pic 999.
               05 isf-origin-row pic 999.
               05 isf-scale      pic 9(3).
               05 isf-code       pic x(1).
               05 isf-style      pic x(1).
               05 isf-symbol     pic x(1).
               05 isf-plotted    pic 9(6).
       77 ins-depth      pic 9 value 0.
       77 ins-k          pic 9.
       77 ins-ok         pic x(1).
       77 ins-drawing    pic x(8).
       77 ins-col        pic 999.
       77 ins-row        pic 999.
       77 ins-cells      pic 9(6).
       77 pool-top       pic 9(4) value 0.
       77 pool-pos       pic 9(4) value 0.
       77 pool-base      pic 9(4).
       77 pool-over      pic x(1).
       77 status-text      pic x(9).
       01 pen-table.
           03 pen-entry occurs 50 times.
               05 pen-char   pic x(1).
               05 pen-no     pic 99.
       77 pen-count      pic 99 value 0.
       77 pen-i          pic 99.
       77 pen-default    pic 99 value 1.
       77 pen-text       pic 99 value 1.
       77 pen-eof        pic x(1) value "N".
       77 vec-pen        pic 99.
       77 vec-begun      pic x(1) value "N".
       77 vec-at         pic x(1) value "N".
       77 vec-x          pic 999.
       77 vec-y          pic 999.
       77 vec-len        pic 9(5)v99.
       77 vec-dist       pic 9(7)v99.
       77 vec-dist-out   pic 9(7).99.
       77 vec-pd-count   pic 9(6).
       77 vec-pu-count   pic 9(6).
       77 vec-ci-count   pic 9(4).
       77 vec-ar-count   pic 9(4).
       77 vec-lb-count   pic 9(4).
       77 vec-arc-open   pic x(1).
       77 vec-arc-from   pic 999.
       77 vec-arc-to     pic 999.
       77 vec-circ-whole pic x(1).
       77 ws-vec-line    pic x(100) value spaces.
       77 prim-count     pic 9(5) value 0.
       77 prim-kind      pic x(1).
       77 own-cells      pic 9(6).
       01 plot-register.
           03 reg-entry occurs 2000 times.
               05 reg-drawing  pic x(8).
               05 reg-plot-ts  pic x(14).
               05 reg-maint-ts pic x(14).
               05 reg-rc       pic 99.
               05 reg-inserts  pic x(1).
       77 reg-count      pic 9(4) value 0.
       77 reg-i          pic 9(4).
       77 reg-found      pic 9(4).
       77 reg-eof        pic x(1) value "N".
       77 reg-changed    pic x(1) value "N".
       77 incr-mode      pic x(1) value "N".
       77 force-mode     pic x(1) value "N".
       77 unchanged-flag pic x(1).
       77 ins-used       pic x(1) value "N".
       77 drawings-unchanged pic 9(4) value 0.
       01 ctl-image.
           05 ctl-rev         pic 9(4).
           05 ctl-maint-ts    pic x(14).
           05 ctl-status      pic x(1).
               88 ctl-draft     value "D" " ".
               88 ctl-approved  value "A".
               88 ctl-released  value "R".
               88 ctl-withdrawn value "W".
           05 ctl-approver    pic x(8).
           05 ctl-approved-ts pic x(14).
           05 ctl-released-by pic x(8).
           05 filler          pic x(3).

      **程序
       procedure division.
           accept list-mode from environment "DDA-PLOTLIST"
               on exception move "N" to list-mode
           end-accept
           accept incr-mode from environment "DDA-INCREMENTAL"
               on exception move "N" to incr-mode
           end-accept
           accept force-mode from environment "DDA-FORCE"
               on exception move "N" to force-mode
           end-accept
           perform open-run-files.
           perform load-pens
           if corr-mode = "Y"
               perform load-corrections
           end-if
       run-plot-list section.
           move "Y" to master-mode
           move "N" to list-eof
           perform load-plot-register
           perform read-plot-list
           perform plot-list-entry until list-eof = "Y"
           if reg-changed = "Y"
               perform save-plot-register
           end-if
           move spaces to ws-stats-line
           string "DRAWINGS-PLOTTED=" drawings-plotted
               delimited by size into ws-stats-line
           move ws-stats-line to stats-line
           write stats-rec
           move spaces to ws-stats-line
           string "DRAWINGS-SKIPPED=" drawings-skipped
               delimited by size into ws-stats-line
           move ws-stats-line to stats-line
           write stats-rec
           move spaces to ws-stats-line
           string "DRAWINGS-UNCHANGED=" drawings-unchanged
               delimited by size into ws-stats-line
           move ws-stats-line to stats-line
           write stats-rec.

       read-plot-list section.
               move zero to rec-count
               move "Y" to more-data
               move "Y" to drawing-ok
               move space to status-text
               move "N" to unchanged-flag
               move "N" to ins-used
               perform start-master
               if drawing-ok = "Y"
                   perform check-release
               end-if
               if drawing-ok = "Y" and incr-mode = "Y"
                   and force-mode not = "Y"
                   perform check-unchanged
               end-if
               if drawing-ok = "Y"
                   perform read-next-record
                   if more-data = "N"
               move "C" to mast-op
               call "dda_mastio" using mast-op master-drawing
                   mast-image mast-status
               move spaces to ws-stats-line
               if unchanged-flag = "Y"
                   add 1 to drawings-unchanged
                   string "PLOT-STATUS DRAWING=" master-drawing
                          " UNCHANGED - SKIPPED"
                          delimited by size into ws-stats-line
               else
               if status-text = spaces
                   add 1 to drawings-plotted
                   string "PLOT-STATUS DRAWING=" master-drawing
                          " RC=" drawing-rc
                          delimited by size into ws-stats-line
                   if drawing-rc < 8
                       perform record-plot
                   end-if
               else
                   add 1 to drawings-skipped
                   string "PLOT-STATUS DRAWING=" master-drawing
                          " RC=" drawing-rc
                          " NOT RELEASED - SKIPPED"
                          delimited by size into ws-stats-line
               end-if
               end-if
               move ws-stats-line to stats-line
               write stats-rec
           end-if
           perform read-plot-list.

       load-plot-register section.
           move "N" to reg-eof
           open input plotregfile
           perform load-register-record
               until reg-eof = "Y"
           close plotregfile.

       load-register-record section.
           read plotregfile next record
           at end
             move "Y" to reg-eof
           not at end
             if prg-drawing not = spaces
                 if reg-count < 2000
                     add 1 to reg-count
                     move plotreg-rec to reg-entry(reg-count)
                 else
                     move spaces to ws-exc-line
                     string "REG=" prg-drawing
                            " PLOT REGISTER FULL"
                            delimited by size into ws-exc-line
                     perform write-exception
                 end-if
             end-if
           end-read.

       find-register section.
           move zero to reg-found
           perform varying reg-i from 1 by 1
                   until reg-i > reg-count or reg-found > zero
               if reg-drawing(reg-i) = master-drawing
                   move reg-i to reg-found
               end-if
           end-perform.

       check-unchanged section.
           perform find-register
           if reg-found > zero
               if reg-maint-ts(reg-found) = ctl-maint-ts
                   and reg-rc(reg-found) < 8
                   and reg-inserts(reg-found) not = "Y"
                   move "Y" to unchanged-flag
                   move "N" to drawing-ok
               end-if
           end-if.

       record-plot section.
           perform find-register
           if reg-found = zero
               if reg-count < 2000
                   add 1 to reg-count
                   move reg-count to reg-found
                   move master-drawing to reg-drawing(reg-found)
               else
                   move spaces to ws-exc-line
                   string "REG=" master-drawing
                          " PLOT REGISTER FULL"
                          delimited by size into ws-exc-line
                   perform write-exception
               end-if
           end-if
           if reg-found > zero
               move FUNCTION CURRENT-DATE(1:14)
                   to reg-plot-ts(reg-found)
               move ctl-maint-ts to reg-maint-ts(reg-found)
               move drawing-rc to reg-rc(reg-found)
               move ins-used to reg-inserts(reg-found)
               move "Y" to reg-changed
           end-if.

       save-plot-register section.
           open output plotregfile
           perform varying reg-i from 1 by 1 until reg-i > reg-count
               move reg-entry(reg-i) to plotreg-rec
               write plotreg-rec
           end-perform
           close plotregfile.

       check-release section.
           move "S" to mast-op
           call "dda_mastio" using mast-op master-drawing
               mast-image mast-status
           if mast-status = "N"
               perform read-master-record
               if more-data = "N"
                   perform write-not-on-master
               else
                   move "NONE" to status-text
               end-if
           else
               move mast-image to ctl-image
               if ctl-draft
                   move "DRAFT" to status-text
               end-if
               if ctl-approved
                   move "APPROVED" to status-text
               end-if
               if ctl-withdrawn
                   move "WITHDRAWN" to status-text
               end-if
               if not ctl-draft and not ctl-approved
                   and not ctl-released and not ctl-withdrawn
                   move ctl-status to status-text
               end-if
           end-if
           if status-text not = spaces
               move spaces to ws-exc-line
               string "STATUS=" status-text
                      " NOT RELEASED - SKIPPED"
                      delimited by size into ws-exc-line
               perform write-exception
               add 1 to total-exceptions
               move 4 to new-rc
               perform raise-rc
               move "N" to drawing-ok
           end-if.

       write-exception section.
           if list-mode = "Y"
               move spaces to ws-exc-tagged
           open output printfile.
           open output archfile.
           open output collisionfile.
           open output vectorfile.
           open output ownmapfile.
           if list-mode = "Y"
               open input plotlistfile
           else
           close statsfile
           close printfile
           close archfile
           close collisionfile
           close vectorfile
           close ownmapfile.

       load-pens section.
           move "N" to pen-eof
           open input penctlfile
           perform load-pen-record
               until pen-eof = "Y"
           close penctlfile.

       load-pen-record section.
           read penctlfile next record
           at end
             move "Y" to pen-eof
           not at end
             if pc-pen not numeric or pc-pen = zero
                 or not (pc-is-char or pc-is-text or pc-is-default)
                 move spaces to ws-exc-line
                 string "PEN=" penctl-rec
                        " BAD PEN RECORD"
                        delimited by size into ws-exc-line
                 perform write-exception
             else
             if pc-is-default
                 move pc-pen to pen-default
             else
             if pc-is-text
                 move pc-pen to pen-text
             else
             if pen-count < 50
                 add 1 to pen-count
                 move pc-char to pen-char(pen-count)
                 move pc-pen to pen-no(pen-count)
             else
                 move spaces to ws-exc-line
                 string "PEN=" penctl-rec " TOO MANY PEN RECORDS"
                        delimited by size into ws-exc-line
                 perform write-exception
             end-if
             end-if
             end-if
             end-if
           end-read.

       start-master section.
           move "O" to mast-op
           move "N" to drawing-ok.

       read-next-record section.
           if ins-depth > zero
               perform read-pool-record
           else
           if more-data = "Y"
               if master-mode = "Y"
                   perform read-master-record
                     add 1 to rec-count
                   end-read
               end-if
           end-if
           end-if.

       read-pool-record section.
           if pool-pos > zero and pool-pos <= pool-top
               move pool-image(pool-pos) to input1
               add 1 to pool-pos
           else
               move spaces to input1
           end-if.

       read-master-record section.
                       perform apply-annotations
                       perform dda_plot
                       perform dda_stats
                       perform write-owner-map
                   end-if
                   perform vector-end
                   if exception-count > zero
                       move 4 to new-rc
                       perform raise-rc
           move zero to annot-count
           move zero to collision-count
           move zero to points-rejected
           move zero to prim-count
           move zero to points-taken.

       dda_init section.
           move "+" to row-col(1,1)
           move zero to own-rec(1,1)
           move zero to own-prim(1,1)
           perform  varying i from 2 by 1 until i > canvas-cols
               move "-"  to row-col(i,1)
               move zero to own-rec(i,1)
               move zero to own-prim(i,1)
           end-perform
           perform varying i from 2 by 1 until i > canvas-rows
               move "|"  to  row-col(1,i)
               move zero to own-rec(1,i)
               move zero to own-prim(1,i)
           end-perform
           perform varying i from 2 by 1 until i > canvas-cols
               perform varying j from 2 by 1 until j > canvas-rows
                   move " "  to row-col(i,j)
                   move zero to own-rec(i,j)
                   move zero to own-prim(i,j)
               end-perform
           end-perform.

                   end-if
               end-if
               perform write-audit-header
               perform vector-begin
               perform write-owner-header
               if n > zero
                   if restart-pending = "Y"
                       and current-drawing = sv-ck-drawing
                           move "Y" to start-set
                       end-if
                   end-if
                   perform 501
                       until (i >= n and ins-depth = zero)
                          or more-data = "N"
               end-if
               if curve-count > zero
                   perform render-curve
           move first-x to x2
           move first-y to y2
           perform dda_calc
           perform write-audit
           move "P" to prim-kind
           perform write-owner-segment
           perform vector-segment.

       fill-shape section.
           perform varying i from 2 by 1 until i > canvas-rows
             perform take-tolerance-card
           else
           if more-data = "Y"
             if corr-mode = "Y" and ins-depth = zero
                 perform apply-correction
             end-if
             perform apply-transform
                 if pt-is-text or pt-is-text-vert
                     perform stash-annotation
                     add 1 to points-taken
                 else
                 if pt-is-insert
                     add 1 to points-taken
                     perform begin-insert
                 else
                     add 1 to points-taken
                     if data3 = space
                         end-if
                     end-if
                 end-if
                 end-if
             end-if
           end-if
           end-if.
           move bez-cx to x2
           move bez-cy to y2
           perform dda_calc
           perform write-audit
           move "S" to prim-kind
           perform write-owner-segment
           perform vector-segment.

       write-audit-curve section.
           move spaces to ws-audit-line
           perform varying an-i from 1 by 1
                   until an-i > annot-count
               perform place-annotation
               perform vector-label
           end-perform.

       place-annotation section.
           perform write-owner-label
           move zero to an-len
           perform varying an-j from 30 by -1
                   until an-j < 1 or an-len > zero
                       to row-col(trans-col, trans-row)
                   move an-recno(an-i)
                       to own-rec(trans-col, trans-row)
                   move prim-count
                       to own-prim(trans-col, trans-row)
               else
                   move "Y" to an-clip
               end-if
           end-if.

       circle_calc section.
           add 1 to prim-count
           perform write-owner-circle
           move "Y" to vec-circ-whole
           move "N" to vec-arc-open
           perform varying circ-angle from 0 by 6
                   until circ-angle > 359
               compute circ-rad = FUNCTION PI * circ-angle / 180
                   move circ-row-c to cell-row
                   move "V" to seg-orient
                   perform plot-styled-cell
                   if vec-arc-open = "N"
                       move circ-angle to vec-arc-from
                       move "Y" to vec-arc-open
                   end-if
                   move circ-angle to vec-arc-to
               else
                   move "N" to vec-circ-whole
                   if vec-arc-open = "Y"
                       perform vector-arc
                   end-if
               end-if
           end-perform
           if vec-circ-whole = "Y"
               perform vector-circle
           else
               if vec-arc-open = "Y"
                   perform vector-arc
               end-if
           end-if.

       style-check section.
           move "Y" to style-on
           end-if
           move draw-symbol to row-col(cell-col, cell-row)
           move rec-count to own-rec(cell-col, cell-row)
           move prim-count to own-prim(cell-col, cell-row)
           if bbox-seen = "N"
               move cell-col to min-col
               move cell-col to max-col
           write collision-rec.

       501 section.
           if ins-depth > zero and i >= n
               perform end-insert
           else
               add 1 to i
               move y2 to y1
               move x2 to x1
               perform read-valid-point
               if more-data = "Y"
                   if point-advanced = "Y"
                       if start-set = "N"
                           move x2 to first-x
                           move y2 to first-y
                           move "Y" to start-set
                       else
                           perform dda_calc
                           perform write-audit
                           move "L" to prim-kind
                           perform write-owner-segment
                           perform vector-segment
                       end-if
                       if ins-depth = zero
                           perform write-checkpoint
                       end-if
                   end-if
               end-if
           end-if.

       begin-insert section.
           move "Y" to ins-used
           move drawing-id to ins-drawing
           move trans-col to ins-col
           move trans-row to ins-row
           move "Y" to ins-ok
           move spaces to ws-exc-line
           if ins-drawing = spaces
               string "REC=" rec-count " INSERT WITHOUT DRAWING-ID"
                      delimited by size into ws-exc-line
               move "N" to ins-ok
           end-if
           if ins-ok = "Y" and ins-drawing = current-drawing
               string "REC=" rec-count " INSERT=" ins-drawing
                      " LOOP - SKIPPED"
                      delimited by size into ws-exc-line
               move "N" to ins-ok
           end-if
           if ins-ok = "Y"
               perform varying ins-k from 1 by 1
                       until ins-k > ins-depth
                   if isf-drawing(ins-k) = ins-drawing
                       move "N" to ins-ok
                   end-if
               end-perform
               if ins-ok = "N"
                   string "REC=" rec-count " INSERT=" ins-drawing
                          " LOOP - SKIPPED"
                          delimited by size into ws-exc-line
               end-if
           end-if
           if ins-ok = "Y" and ins-depth >= 5
               string "REC=" rec-count " INSERT=" ins-drawing
                      " NESTED TOO DEEP - SKIPPED"
                      delimited by size into ws-exc-line
               move "N" to ins-ok
           end-if
           if ins-ok = "Y"
               perform load-insert
           end-if
           if ins-ok = "Y"
               perform push-insert
               perform take-insert-headers
           end-if
           if ins-ok = "N"
               perform write-exception
               add 1 to exception-count
               add 1 to total-exceptions
           end-if.

       load-insert section.
           compute pool-base = pool-top + 1
           move "N" to pool-over
           move "I" to mast-op
           call "dda_mastio" using mast-op ins-drawing
               mast-image mast-status
           if mast-status = "0"
               move "J" to mast-op
               call "dda_mastio" using mast-op ins-drawing
                   mast-image mast-status
               perform load-insert-record
                   until mast-status not = "0"
           end-if
           move "K" to mast-op
           call "dda_mastio" using mast-op ins-drawing
               mast-image mast-status
           if pool-over = "Y"
               string "REC=" rec-count " INSERT=" ins-drawing
                      " TOO MANY INSERTED RECORDS - SKIPPED"
                      delimited by size into ws-exc-line
               move "N" to ins-ok
           else
               if pool-top < pool-base
                   string "REC=" rec-count " INSERT=" ins-drawing
                          " NOT ON MASTER"
                          delimited by size into ws-exc-line
                   move "N" to ins-ok
               end-if
           end-if
           if ins-ok = "N"
               compute pool-top = pool-base - 1
           end-if.

       load-insert-record section.
           if pool-top < 3000
               add 1 to pool-top
               move mast-image to pool-image(pool-top)
           else
               move "Y" to pool-over
           end-if
           move "J" to mast-op
           call "dda_mastio" using mast-op ins-drawing
               mast-image mast-status.

       push-insert section.
           add 1 to ins-depth
           move ins-drawing to isf-drawing(ins-depth)
           move pool-base to isf-base(ins-depth)
           move pool-pos to isf-pos(ins-depth)
           move i to isf-i(ins-depth)
           move n to isf-n(ins-depth)
           move x1 to isf-x1(ins-depth)
           move y1 to isf-y1(ins-depth)
           move x2 to isf-x2(ins-depth)
           move y2 to isf-y2(ins-depth)
           move first-x to isf-first-x(ins-depth)
           move first-y to isf-first-y(ins-depth)
           move start-set to isf-start-set(ins-depth)
           move close-mode to isf-close-mode(ins-depth)
           move origin-col to isf-origin-col(ins-depth)
           move origin-row to isf-origin-row(ins-depth)
           move xform-scale to isf-scale(ins-depth)
           move xform-code to isf-code(ins-depth)
           move seg-style to isf-style(ins-depth)
           move draw-symbol to isf-symbol(ins-depth)
           move plotted-count to isf-plotted(ins-depth)
           move pool-base to pool-pos
           move zero to i
           move zero to n
           move "N" to start-set
           move "N" to close-mode
           move ins-col to origin-col
           move ins-row to origin-row
           move 100 to xform-scale
           move "0" to xform-code
           move space to seg-style
           move spaces to ws-audit-line
           string "TS=" ws-run-timestamp
               " I=" isf-i(ins-depth) " IN=" ins-drawing
               " COL=" ins-col " ROW=" ins-row
               " DEPTH=" ins-depth
               delimited by size into ws-audit-line
           move ws-audit-line to audit-line
           write audit-rec.

       take-insert-headers section.
           perform read-pool-record
           if rec-is-drawing
               perform read-pool-record
           end-if
           perform read-pool-record
           perform read-pool-record
           if hdr-is-transform
               perform take-transform-card
               perform read-pool-record
           end-if
           if input1 = spaces
               move spaces to ws-exc-line
               string "REC=" rec-count " INSERT=" ins-drawing
                      " SHORT HEADER RECORDS - SKIPPED"
                      delimited by size into ws-exc-line
               perform write-exception
               add 1 to exception-count
               add 1 to total-exceptions
           else
               if hdr-is-close or hdr-is-fill
                   move "Y" to close-mode
               end-if
               compute n = pool-top - pool-pos + 1
               if data1 numeric and data1 >= zero and data1 < n
                   move data1 to n
               end-if
           end-if.

       end-insert section.
           if curve-count > zero
               perform render-curve
           end-if
           if close-mode = "Y" and start-set = "Y"
               perform close-polygon
           end-if
           compute ins-cells = plotted-count - isf-plotted(ins-depth)
           move spaces to ws-audit-line
           string "TS=" ws-run-timestamp
               " I=" isf-i(ins-depth) " IE=" isf-drawing(ins-depth)
               " CELLS=" ins-cells
               delimited by size into ws-audit-line
           move ws-audit-line to audit-line
           write audit-rec
           compute pool-top = isf-base(ins-depth) - 1
           move isf-pos(ins-depth) to pool-pos
           move isf-i(ins-depth) to i
           move isf-n(ins-depth) to n
           move isf-x1(ins-depth) to x1
           move isf-y1(ins-depth) to y1
           move isf-x2(ins-depth) to x2
           move isf-y2(ins-depth) to y2
           move isf-first-x(ins-depth) to first-x
           move isf-first-y(ins-depth) to first-y
           move isf-start-set(ins-depth) to start-set
           move isf-close-mode(ins-depth) to close-mode
           move isf-origin-col(ins-depth) to origin-col
           move isf-origin-row(ins-depth) to origin-row
           move isf-scale(ins-depth) to xform-scale
           move isf-code(ins-depth) to xform-code
           move isf-style(ins-depth) to seg-style
           move isf-symbol(ins-depth) to draw-symbol
           subtract 1 from ins-depth.

       write-audit-header section.
           move spaces to ws-audit-line
           string "TS=" ws-run-timestamp
           move ws-audit-line to audit-line
           write audit-rec.

       write-owner-header section.
           move spaces to ownmap-rec
           move "H" to om-type
           move current-drawing to om-drawing
           move canvas-cols to omh-cols
           move canvas-rows to omh-rows
           move ws-run-timestamp to omh-ts
           write ownmap-rec.

       write-owner-segment section.
           move spaces to ownmap-rec
           move "P" to om-type
           move current-drawing to om-drawing
           move prim-count to omp-prim
           move rec-count to omp-recno
           move prim-kind to omp-kind
           move i to omp-i
           move x1 to omp-x1
           move y1 to omp-y1
           move x2 to omp-x2
           move y2 to omp-y2
           move zero to omp-radius
           move seg-style to omp-style
           move draw-symbol to omp-char
           move ws-run-timestamp to omp-ts
           write ownmap-rec.

       write-owner-circle section.
           move spaces to ownmap-rec
           move "P" to om-type
           move current-drawing to om-drawing
           move prim-count to omp-prim
           move rec-count to omp-recno
           move "C" to omp-kind
           move i to omp-i
           move circ-col to omp-x1
           move circ-row to omp-y1
           move zero to omp-x2
           move zero to omp-y2
           move circ-radius to omp-radius
           move seg-style to omp-style
           move draw-symbol to omp-char
           move ws-run-timestamp to omp-ts
           write ownmap-rec.

       write-owner-label section.
           add 1 to prim-count
           move spaces to ownmap-rec
           move "P" to om-type
           move current-drawing to om-drawing
           move prim-count to omp-prim
           move an-recno(an-i) to omp-recno
           if an-orient(an-i) = "V"
               move "V" to omp-kind
           else
               move "A" to omp-kind
           end-if
           move zero to omp-i
           move an-col(an-i) to omp-x1
           move an-row(an-i) to omp-y1
           move zero to omp-x2
           move zero to omp-y2
           move zero to omp-radius
           move space to omp-style
           move an-text(an-i)(1:1) to omp-char
           move ws-run-timestamp to omp-ts
           write ownmap-rec.

       write-owner-map section.
           move zero to own-cells
           perform varying i from canvas-rows by -1 until i < 1
               perform varying j from 1 by 1 until j > canvas-cols
                   if own-rec(j,i) > zero
                       perform write-owner-cell
                   end-if
               end-perform
           end-perform
           move spaces to ownmap-rec
           move "E" to om-type
           move current-drawing to om-drawing
           move own-cells to ome-cells
           write ownmap-rec.

       write-owner-cell section.
           move spaces to ownmap-rec
           move "O" to om-type
           move current-drawing to om-drawing
           move j to omc-col
           move i to omc-row
           move own-rec(j,i) to omc-recno
           move own-prim(j,i) to omc-prim
           move row-col(j,i) to omc-char
           write ownmap-rec
           add 1 to own-cells.

       vector-begin section.
           move "Y" to vec-begun
           move "N" to vec-at
           move zero to vec-dist
           move zero to vec-pd-count
           move zero to vec-pu-count
           move zero to vec-ci-count
           move zero to vec-ar-count
           move zero to vec-lb-count
           string "BEGIN DRAWING=" current-drawing
               " COLS=" canvas-cols " ROWS=" canvas-rows
               " TS=" ws-run-timestamp
               delimited by size into ws-vec-line
           perform write-vector.

       vector-segment section.
           if x1 not = x2 or y1 not = y2
               if vec-at = "N" or vec-x not = x1 or vec-y not = y1
                   string "PU X=" x1 " Y=" y1
                       delimited by size into ws-vec-line
                   perform write-vector
                   add 1 to vec-pu-count
               end-if
               perform find-pen
               string "PD X=" x2 " Y=" y2
                   " P=" vec-pen " L=" seg-style
                   delimited by size into ws-vec-line
               perform write-vector
               add 1 to vec-pd-count
               compute vec-len rounded =
                   FUNCTION SQRT((x2 - x1) ** 2 + (y2 - y1) ** 2)
               add vec-len to vec-dist
               move x2 to vec-x
               move y2 to vec-y
               move "Y" to vec-at
           end-if.

       vector-circle section.
           perform find-pen
           string "CI X=" circ-col " Y=" circ-row " R=" circ-radius
               " P=" vec-pen " L=" seg-style
               delimited by size into ws-vec-line
           perform write-vector
           add 1 to vec-ci-count
           compute vec-len rounded = 2 * FUNCTION PI * circ-radius
           add vec-len to vec-dist
           move "N" to vec-at.

       vector-arc section.
           perform find-pen
           string "AR X=" circ-col " Y=" circ-row " R=" circ-radius
               " A1=" vec-arc-from " A2=" vec-arc-to
               " P=" vec-pen " L=" seg-style
               delimited by size into ws-vec-line
           perform write-vector
           add 1 to vec-ar-count
           compute vec-len rounded = FUNCTION PI * circ-radius
               * (vec-arc-to - vec-arc-from) / 180
           add vec-len to vec-dist
           move "N" to vec-arc-open
           move "N" to vec-at.

       vector-label section.
           string "LB X=" an-col(an-i) " Y=" an-row(an-i)
               " O=" an-orient(an-i) " P=" pen-text
               " T=" an-text(an-i)
               delimited by size into ws-vec-line
           perform write-vector
           add 1 to vec-lb-count
           move "N" to vec-at.

       vector-end section.
           if vec-begun = "Y"
               move vec-dist to vec-dist-out
               string "END DRAWING=" current-drawing
                   " PD-DIST=" vec-dist-out
                   " PD=" vec-pd-count " PU=" vec-pu-count
                   " CI=" vec-ci-count " AR=" vec-ar-count
                   " LB=" vec-lb-count
                   delimited by size into ws-vec-line
               perform write-vector
               move "N" to vec-begun
           end-if.

       find-pen section.
           move pen-default to vec-pen
           perform varying pen-i from 1 by 1 until pen-i > pen-count
               if pen-char(pen-i) = draw-symbol
                   move pen-no(pen-i) to vec-pen
               end-if
           end-perform.

       write-vector section.
           move ws-vec-line to vec-line
           write vector-rec
           move spaces to ws-vec-line.

       write-audit section.
           move spaces to ws-audit-line
           string "TS=" ws-run-timestamp
           write audit-rec.

       dda_calc section.
           add 1 to prim-count
           if x1 = x2 and y1 = y2
               add 1 to degenerate-count
           else
