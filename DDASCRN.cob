      **注意文件名
       identification division.
       program-id. dda_scrn.

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
       select optional reportfile assign to "scrnrpt1.txt"
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
                   88 ctl-draft     value "D" " ".
                   88 ctl-approved  value "A".
                   88 ctl-released  value "R".
                   88 ctl-withdrawn value "W".
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
           05 rpt-line pic x(80).

       working-storage section.
       01 image1.
           05 img-data1     pic s999 sign is leading separate
                                character.
           05 img-data2     pic s999 sign is leading separate
                                character.
           05 img-data3     pic x(1).
           05 img-shape     pic x(1).
               88 img-is-circle    value "C".
               88 img-is-close     value "C".
               88 img-is-fill      value "F".
               88 img-is-drawing   value "D".
               88 img-is-text      value "A".
               88 img-is-text-vert value "V".
               88 img-is-tolerance value "T".
               88 img-is-transform value "X".
               88 img-is-curve     value "S".
               88 img-is-insert    value "I".
           05 img-radius    pic 999.
           05 img-drawing   pic x(8).
           05 img-style     pic x(1).
               88 img-style-valid values space "D" "T" "W".
           05 img-annot     pic x(30).
       01 entry-image.
           05 ent-data1     pic x(4).
           05 ent-data2     pic x(4).
           05 ent-data3     pic x(1).
           05 ent-shape     pic x(1).
           05 ent-radius    pic x(3).
           05 ent-drawing   pic x(8).
           05 ent-style     pic x(1).
           05 ent-annot     pic x(30).
       01 drawing-table.
           03 drw-entry occurs 999 times.
               05 drw-seq   pic 9(4).
               05 drw-image pic x(52).
               05 drw-role  pic x(6).
       01 pending-table.
           03 pnd-entry occurs 1000 times.
               05 pnd-seq   pic 9(4).
               05 pnd-image pic x(52).
       01 list-area.
           03 list-line occurs 12 times pic x(76).
       01 list-detail.
           05 ld-seq      pic 9(4).
           05 filler      pic x(2) value spaces.
           05 ld-role     pic x(6).
           05 filler      pic x(1) value space.
           05 ld-data1    pic x(4).
           05 filler      pic x(1) value space.
           05 ld-data2    pic x(4).
           05 filler      pic x(1) value space.
           05 ld-data3    pic x(1).
           05 filler      pic x(1) value space.
           05 ld-shape    pic x(1).
           05 filler      pic x(1) value space.
           05 ld-radius   pic x(3).
           05 filler      pic x(1) value space.
           05 ld-drawing  pic x(8).
           05 filler      pic x(1) value space.
           05 ld-style    pic x(1).
           05 filler      pic x(1) value space.
           05 ld-annot    pic x(30).
       01 preview-area.
           03 pv-line occurs 16 times pic x(76).
       01 annot-table.
           03 annot-entry occurs 50 times.
               05 an-col    pic 999.
               05 an-row    pic 999.
               05 an-orient pic x(1).
               05 an-text   pic x(30).
       77 annot-count pic 99 value 0.
       01 curve-table.
           03 curve-entry occurs 20 times.
               05 cvp-x pic s9(4).
               05 cvp-y pic s9(4).
       77 curve-count pic 99 value 0.
       01 bez-work.
           03 bez-entry occurs 20 times.
               05 bez-x pic s9(5)v9(4).
               05 bez-y pic s9(5)v9(4).
       77 bez-t     pic 9v9(4).
       77 bez-u     pic 9v9(4).
       77 bez-steps pic 9(3).
       77 bez-s     pic 9(3).
       77 bez-lvl   pic 99.
       77 bez-p     pic 99.
       77 bez-cx    pic 999.
       77 bez-cy    pic 999.
       77 bez-px    pic 999.
       77 bez-py    pic 999.
       77 bez-have  pic x(1).
       77 sv-cx1    pic 999.
       77 sv-cy1    pic 999.
       77 sv-cx2    pic 999.
       77 sv-cy2    pic 999.
       77 an-i      pic 99.
       77 an-j      pic 99.
       77 an-len    pic 99.
       77  r  pic 999.
       77  c  pic 999.
       77  j  pic 999.
       77  x1  pic 999.
       77  x2  pic 999.
       77  y1  pic 999.
       77  y2 pic  999.
       77 stepx  pic  s99.
       77 stepy  pic  s99.
       77 m      pic  s999 value 0 sign is leading separate character.
       77 k   pic s999.
       77 t   pic 999.
       77 first-x     pic 999.
       77 first-y     pic 999.
       77 start-set   pic x(1).
       77 draw-symbol pic x(1) value "*".
       77 seg-style   pic x(1) value space.
       77 style-step  pic 9(4).
       77 style-on    pic x(1).
       77 seg-orient  pic x(1).
       77 cell-col    pic s9(4).
       77 cell-row    pic s9(4).
       77 circ-col      pic 999.
       77 circ-row      pic 999.
       77 circ-radius   pic 999.
       77 circ-angle    pic 9(3).
       77 circ-rad      pic 9v9(6).
       77 circ-dx       pic s9(3).
       77 circ-dy       pic s9(3).
       77 circ-col-c    pic s9(4).
       77 circ-row-c    pic s9(4).
       77 circ-cos      pic s9v9(6).
       77 circ-sin      pic s9v9(6).
       77 fill-lo       pic 99.
       77 fill-hi       pic 99.
       77 fill-from     pic 99.
       77 run-user      pic x(8) value spaces.
       77 run-ts        pic x(14).
       77 session-done  pic x(1) value "N".
       77 function-code pic x(1).
       77 want-drawing  pic x(8) value spaces.
       77 want-seq      pic 9(4) value 0.
       77 message-line  pic x(76) value spaces.
       77 drawing-info  pic x(56) value spaces.
       77 preview-info  pic x(76).
       77 preview-note  pic x(76).
       77 prompt-text   pic x(30).
       77 confirm       pic x(1).
       77 entry-cancel  pic x(1).
       77 cur-drawing   pic x(8) value spaces.
       77 drw-count     pic 9(4) value 0.
       77 drw-over      pic x(1) value "N".
       77 drw-found     pic 9(4).
       77 drw-first-stream pic 9(4).
       77 drw-n-value   pic 999.
       77 drw-n-index   pic 9(4).
       77 d-i           pic 9(4).
       77 page-top      pic 9(4) value 1.
       77 page-last     pic 9(4).
       77 page-keep     pic 9(4).
       77 l-i           pic 99.
       77 cur-rev       pic 9(4) value 0.
       77 cur-status    pic x(1) value space.
       77 scan-done     pic x(1).
       77 chg-action    pic x(1).
       77 chg-seq       pic 9(4).
       77 chg-index     pic 9(4).
       77 chg-ok        pic x(1).
       77 other-errors  pic 9(4).
       77 n-adjust      pic x(1).
       77 n-adj-seq     pic 9(4).
       77 n-adj-image   pic x(52).
       77 pnd-count     pic 9(4).
       77 p-i           pic 9(4).
       77 first-stream  pic 9(4).
       77 n-index       pic 9(4).
       77 n-value       pic 999.
       77 stream-left   pic 999.
       77 stream-count  pic 9(4).
       77 hdr-bad       pic x(1).
       77 err-field     pic x(12).
       77 pt-ok         pic x(1).
       77 pt-field      pic x(12).
       77 canvas-cols   pic 999.
       77 canvas-rows   pic 999.
       77 origin-col    pic s999.
       77 origin-row    pic s999.
       77 close-mode    pic x(1).
       77 fill-mode     pic x(1).
       77 fill-char     pic x(1).
       77 xform-scale   pic 9(3).
       77 xform-code    pic x(1).
       77 xf-x          pic s9(4).
       77 xf-y          pic s9(4).
       77 xf-t          pic s9(4).
       77 trans-col     pic s9(4).
       77 trans-row     pic s9(4).
       77 ed-rad        pic 9(5).
       77 ed-curve-run  pic 999.
       77 ins-drawing   pic x(8).
       77 ins-found     pic x(1).
       77 have-focus    pic x(1).
       77 focus-col     pic s9(4).
       77 focus-row     pic s9(4).
       77 win-col       pic 999.
       77 win-top       pic 999.
       77 win-cols      pic 99.
       77 win-rows      pic 99.
       77 win-last-col  pic 999.
       77 win-low-row   pic 999.
       77 pv-i          pic 99.
       77 pv-j          pic 99.
       77 pv-outside    pic 9(4).
       77 pv-inserts    pic 9(4).
       77 rev-drawing   pic x(8) value spaces.
       77 rev-number    pic 9(4) value 0.
       77 rev-used      pic x(1) value "N".
       77 rev-logged    pic x(1) value "N".
       77 before-seq    pic 9(4).
       77 before-flag   pic x(1).
       77 before-image  pic x(52).
       77 save-ok       pic x(1).
       77 ws-result     pic x(12).
       77 trans-count    pic 9(6) value 0.
       77 added-count    pic 9(6) value 0.
       77 replaced-count pic 9(6) value 0.
       77 deleted-count  pic 9(6) value 0.
       77 rejected-count pic 9(6) value 0.
       77 journal-count  pic 9(6) value 0.
       77 revision-count pic 9(6) value 0.
       77 ws-rpt-line   pic x(80) value spaces.
       77 run-rc        pic 99 value 0.

       screen section.
       01 sign-on-screen.
           05 blank screen.
           05 line 1 col 2 value "DDA DRAWING MAINTENANCE".
           05 line 4 col 2 value "USER ID:".
           05 line 4 col 12 pic x(8) using run-user.
           05 line 6 col 2 value "LEAVE THE USER ID BLANK TO EXIT".
       01 browse-screen.
           05 blank screen.
           05 line 1 col 2 value "DDA DRAWING MAINTENANCE".
           05 line 1 col 60 value "USER=".
           05 line 1 col 65 pic x(8) from run-user.
           05 line 3 col 2 value "DRAWING:".
           05 line 3 col 11 pic x(8) using want-drawing.
           05 line 3 col 21 pic x(56) from drawing-info.
           05 line 5 col 2
               value "SEQ   ROLE   D1   D2   C S RAD DRAWING  L TEXT".
           05 line 6 col 2 pic x(76) from list-line(1).
           05 line 7 col 2 pic x(76) from list-line(2).
           05 line 8 col 2 pic x(76) from list-line(3).
           05 line 9 col 2 pic x(76) from list-line(4).
           05 line 10 col 2 pic x(76) from list-line(5).
           05 line 11 col 2 pic x(76) from list-line(6).
           05 line 12 col 2 pic x(76) from list-line(7).
           05 line 13 col 2 pic x(76) from list-line(8).
           05 line 14 col 2 pic x(76) from list-line(9).
           05 line 15 col 2 pic x(76) from list-line(10).
           05 line 16 col 2 pic x(76) from list-line(11).
           05 line 17 col 2 pic x(76) from list-line(12).
           05 line 19 col 2 value "FUNCTION:".
           05 line 19 col 12 pic x(1) using function-code.
           05 line 19 col 16 value "SEQ:".
           05 line 19 col 21 pic 9(4) using want-seq.
           05 line 20 col 2
               value "F=FIND N=NEXT B=BACK A=ADD C=CHANGE D=DELETE".
           05 line 20 col 47 value "V=PREVIEW X=EXIT".
           05 line 22 col 2 pic x(76) from message-line.
       01 entry-screen.
           05 blank screen.
           05 line 1 col 2 value "DDA DRAWING MAINTENANCE - RECORD".
           05 line 1 col 60 value "USER=".
           05 line 1 col 65 pic x(8) from run-user.
           05 line 3 col 2 value "DRAWING:".
           05 line 3 col 11 pic x(8) from cur-drawing.
           05 line 3 col 21 value "SEQ:".
           05 line 3 col 26 pic 9(4) from chg-seq.
           05 line 3 col 32 value "ACTION:".
           05 line 3 col 40 pic x(1) from chg-action.
           05 line 5 col 2 value "DATA1 (+NNN) .........".
           05 line 5 col 26 pic x(4) using ent-data1.
           05 line 6 col 2 value "DATA2 (+NNN) .........".
           05 line 6 col 26 pic x(4) using ent-data2.
           05 line 7 col 2 value "DRAW CHARACTER .......".
           05 line 7 col 26 pic x(1) using ent-data3.
           05 line 8 col 2 value "SHAPE ................".
           05 line 8 col 26 pic x(1) using ent-shape.
           05 line 8 col 30
               value "BLANK=POINT C=CIRCLE A/V=TEXT S=CURVE".
           05 line 9 col 30
               value "I=INSERT T=TOLERANCE (HEADERS D X C F)".
           05 line 10 col 2 value "RADIUS (NNN) .........".
           05 line 10 col 26 pic x(3) using ent-radius.
           05 line 11 col 2 value "DRAWING-ID / INSERT ..".
           05 line 11 col 26 pic x(8) using ent-drawing.
           05 line 12 col 2 value "LINE STYLE (D T W) ...".
           05 line 12 col 26 pic x(1) using ent-style.
           05 line 13 col 2 value "TEXT .................".
           05 line 13 col 26 pic x(30) using ent-annot.
           05 line 16 col 2
               value "ENTER TO CHECK AND PREVIEW, X TO CANCEL:".
           05 line 16 col 43 pic x(1) using entry-cancel.
           05 line 22 col 2 pic x(76) from message-line.
       01 preview-screen.
           05 blank screen.
           05 line 1 col 2 value "DDA DRAWING MAINTENANCE - PREVIEW".
           05 line 1 col 60 value "USER=".
           05 line 1 col 65 pic x(8) from run-user.
           05 line 2 col 2 pic x(76) from preview-info.
           05 line 3 col 2 pic x(76) from pv-line(1).
           05 line 4 col 2 pic x(76) from pv-line(2).
           05 line 5 col 2 pic x(76) from pv-line(3).
           05 line 6 col 2 pic x(76) from pv-line(4).
           05 line 7 col 2 pic x(76) from pv-line(5).
           05 line 8 col 2 pic x(76) from pv-line(6).
           05 line 9 col 2 pic x(76) from pv-line(7).
           05 line 10 col 2 pic x(76) from pv-line(8).
           05 line 11 col 2 pic x(76) from pv-line(9).
           05 line 12 col 2 pic x(76) from pv-line(10).
           05 line 13 col 2 pic x(76) from pv-line(11).
           05 line 14 col 2 pic x(76) from pv-line(12).
           05 line 15 col 2 pic x(76) from pv-line(13).
           05 line 16 col 2 pic x(76) from pv-line(14).
           05 line 17 col 2 pic x(76) from pv-line(15).
           05 line 18 col 2 pic x(76) from pv-line(16).
           05 line 20 col 2 pic x(76) from preview-note.
           05 line 22 col 2 pic x(30) from prompt-text.
           05 line 22 col 33 pic x(1) using confirm.

      **程序
       procedure division.
           move function current-date(1:14) to run-ts
           accept run-user from environment "DDA-USER"
               on exception move spaces to run-user
           end-accept
           open i-o masterfile
           open extend journalfile
           open extend reportfile
           if run-user = spaces
               display sign-on-screen
               accept sign-on-screen
               inspect run-user converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           end-if
           if run-user not = spaces
               string "SESSION USER=" run-user " STAMP=" run-ts
                      delimited by size into ws-rpt-line
               perform write-report
               move "ENTER A DRAWING-ID AND F TO FIND IT"
                   to message-line
               perform browse until session-done = "Y"
               perform write-totals
           end-if
           close masterfile
           close journalfile
           close reportfile
           move run-rc to return-code
           stop run.

       write-report section.
           move ws-rpt-line to rpt-line
           write report-rec
           move spaces to ws-rpt-line.

       browse section.
           move space to function-code
           perform build-list
           display browse-screen
           accept browse-screen
           move spaces to message-line
           inspect function-code converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect want-drawing converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if function-code not = "X"
               and (want-drawing not = cur-drawing
                    or function-code = "F")
               perform load-drawing
           end-if
           if function-code = space or function-code = "F"
               continue
           else
           if function-code = "N"
               if page-top + 12 <= drw-count
                   add 12 to page-top
               else
                   move "LAST PAGE" to message-line
               end-if
           else
           if function-code = "B"
               if page-top > 12
                   subtract 12 from page-top
               else
                   move 1 to page-top
               end-if
           else
           if function-code = "A"
               perform add-record
           else
           if function-code = "C"
               perform change-record
           else
           if function-code = "D"
               perform delete-record
           else
           if function-code = "V"
               perform view-drawing
           else
           if function-code = "X"
               move "Y" to session-done
           else
               string "FUNCTION " function-code " NOT RECOGNISED"
                      delimited by size into message-line
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       load-drawing section.
           move want-drawing to cur-drawing
           move zero to drw-count
           move "N" to drw-over
           move 1 to page-top
           move zero to cur-rev
           move space to cur-status
           move spaces to drawing-info
           if cur-drawing = spaces
               move "ENTER A DRAWING-ID" to message-line
           else
               move cur-drawing to mst-drawing
               move zero to mst-seq
               read masterfile record
               invalid key
                   continue
               not invalid key
                   move ctl-rev to cur-rev
                   move ctl-status to cur-status
               end-read
               move "N" to scan-done
               move cur-drawing to mst-drawing
               move zero to mst-seq
               start masterfile key > master-key
               invalid key
                   move "Y" to scan-done
               end-start
               perform load-next until scan-done = "Y"
               if drw-count = zero
                   string "DRAWING " cur-drawing
                          " NOT ON MASTER"
                          delimited by size into message-line
               else
                   perform classify-roles
                   if drw-over = "Y"
                       move "MORE THAN 999 RECORDS - BROWSE ONLY"
                           to message-line
                   end-if
               end-if
               string "REV=" cur-rev " STATUS=" cur-status
                      " RECORDS=" drw-count
                      delimited by size into drawing-info
           end-if.

       load-next section.
           read masterfile next record
           at end
               move "Y" to scan-done
           not at end
               if mst-drawing not = cur-drawing
                   move "Y" to scan-done
               else
                   if drw-count < 999
                       add 1 to drw-count
                       move mst-seq to drw-seq(drw-count)
                       move mst-image to drw-image(drw-count)
                       move spaces to drw-role(drw-count)
                   else
                       move "Y" to drw-over
                   end-if
               end-if
           end-read.

       classify-roles section.
           move space to chg-action
           perform build-pending
           perform take-pending-headers
           move first-stream to drw-first-stream
           move n-value to drw-n-value
           move n-index to drw-n-index
           perform varying d-i from 1 by 1 until d-i > drw-count
               perform classify-record
           end-perform
           if n-index > zero
               compute d-i = n-index - 1
               move "ORIGIN" to drw-role(d-i)
               move drw-image(d-i) to image1
               if img-is-transform
                   move "XFORM" to drw-role(d-i)
                   subtract 1 from d-i
                   move "ORIGIN" to drw-role(d-i)
               end-if
               subtract 1 from d-i
               if d-i > zero
                   move "CANVAS" to drw-role(d-i)
               end-if
           end-if.

       classify-record section.
           move drw-image(d-i) to image1
           if d-i = n-index
               move "N" to drw-role(d-i)
           else
           if d-i < first-stream or first-stream = zero
               if d-i = 1 and img-is-drawing
                   move "DRAW" to drw-role(d-i)
               else
                   if img-is-transform
                       move "XFORM" to drw-role(d-i)
                   else
                       move "HEADER" to drw-role(d-i)
                   end-if
               end-if
           else
           if d-i >= first-stream + n-value
               move "EXTRA" to drw-role(d-i)
           else
           if img-is-circle
               move "CIRCLE" to drw-role(d-i)
           else
           if img-is-text or img-is-text-vert
               move "TEXT" to drw-role(d-i)
           else
           if img-is-curve
               move "CURVE" to drw-role(d-i)
           else
           if img-is-insert
               move "INSERT" to drw-role(d-i)
           else
           if img-is-tolerance
               move "TOLER" to drw-role(d-i)
           else
               move "POINT" to drw-role(d-i)
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       build-list section.
           move spaces to list-area
           perform varying l-i from 1 by 1 until l-i > 12
               compute d-i = page-top + l-i - 1
               if d-i <= drw-count
                   move drw-image(d-i) to entry-image
                   move drw-seq(d-i) to ld-seq
                   move drw-role(d-i) to ld-role
                   move ent-data1 to ld-data1
                   move ent-data2 to ld-data2
                   move ent-data3 to ld-data3
                   move ent-shape to ld-shape
                   move ent-radius to ld-radius
                   move ent-drawing to ld-drawing
                   move ent-style to ld-style
                   move ent-annot to ld-annot
                   move list-detail to list-line(l-i)
               end-if
           end-perform
           if cur-drawing not = spaces and drw-count > zero
               compute page-last = page-top + 11
               if page-last > drw-count
                   move drw-count to page-last
               end-if
               move spaces to drawing-info
               string "REV=" cur-rev " STATUS=" cur-status
                      " RECORDS=" drw-count
                      " SHOWING=" page-top "-" page-last
                      delimited by size into drawing-info
           end-if.

       find-seq section.
           move zero to drw-found
           perform varying d-i from 1 by 1 until d-i > drw-count
               if drw-seq(d-i) = want-seq
                   move d-i to drw-found
               end-if
           end-perform.

       check-can-change section.
           move "Y" to chg-ok
           if cur-drawing = spaces or drw-count = zero
               move "FIND A DRAWING ON THE MASTER FIRST"
                   to message-line
               move "N" to chg-ok
           else
               if drw-over = "Y"
                   move "MORE THAN 999 RECORDS - USE DDA_MAINT"
                       to message-line
                   move "N" to chg-ok
               end-if
           end-if.

       add-record section.
           perform check-can-change
           if chg-ok = "Y"
               if want-seq = zero
                   if drw-seq(drw-count) < 9999
                       compute want-seq = drw-seq(drw-count) + 1
                   end-if
               end-if
               perform find-seq
               if want-seq = zero
                   move "NO FREE SEQ - GIVE A SEQ" to message-line
               else
                   if drw-found > zero
                       string "SEQ " want-seq " ALREADY ON FILE"
                              delimited by size into message-line
                   else
                       move "A" to chg-action
                       move want-seq to chg-seq
                       move "+000+000  000" to entry-image
                       perform take-entry
                   end-if
               end-if
           end-if.

       change-record section.
           perform check-can-change
           if chg-ok = "Y"
               perform find-seq
               if want-seq = zero
                   move "SEQ 0000 IS THE CONTROL RECORD - NOT CHANGED"
                       to message-line
               else
                   if drw-found = zero
                       string "SEQ " want-seq " NOT FOUND"
                              delimited by size into message-line
                   else
                       move "R" to chg-action
                       move want-seq to chg-seq
                       move drw-image(drw-found) to entry-image
                       perform take-entry
                   end-if
               end-if
           end-if.

       delete-record section.
           perform check-can-change
           if chg-ok = "Y"
               perform find-seq
               if want-seq = zero
                   move "SEQ 0000 IS THE CONTROL RECORD - NOT DELETED"
                       to message-line
               else
                   if drw-found = zero
                       string "SEQ " want-seq " NOT FOUND"
                              delimited by size into message-line
                   else
                       move "D" to chg-action
                       move want-seq to chg-seq
                       move drw-image(drw-found) to entry-image
                       perform check-and-preview
                   end-if
               end-if
           end-if.

       take-entry section.
           move space to entry-cancel
           display entry-screen
           accept entry-screen
           move spaces to message-line
           if entry-cancel = "X" or entry-cancel = "x"
               string "SEQ " chg-seq " NOT CHANGED"
                      delimited by size into message-line
           else
               inspect ent-shape converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               inspect ent-style converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               inspect ent-drawing converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               perform check-and-preview
           end-if.

       check-and-preview section.
           add 1 to trans-count
           perform build-pending
           perform edit-pending
           if chg-ok = "N"
               string "FIELD=" err-field "INVALID - NOT SAVED"
                      delimited by size into message-line
               move "REJECTED" to ws-result
               add 1 to rejected-count
               perform write-result
           else
               perform plot-pending
               move "SAVE CHANGE (Y/N):" to prompt-text
               move space to confirm
               display preview-screen
               accept preview-screen
               if confirm = "Y" or confirm = "y"
                   perform save-change
               else
                   string "SEQ " chg-seq " NOT SAVED"
                          delimited by size into message-line
                   move "CANCELLED" to ws-result
                   perform write-result
               end-if
           end-if.

       view-drawing section.
           if cur-drawing = spaces or drw-count = zero
               move "FIND A DRAWING ON THE MASTER FIRST"
                   to message-line
           else
               move space to chg-action
               move zero to chg-seq
               perform build-pending
               perform take-pending-headers
               if hdr-bad = "Y"
                   string "HEADER FIELD=" err-field
                          "INVALID - NO PREVIEW"
                          delimited by size into message-line
               else
                   perform plot-pending
                   move "PRESS ENTER TO RETURN:" to prompt-text
                   move space to confirm
                   display preview-screen
                   accept preview-screen
               end-if
           end-if.

       build-pending section.
           move zero to pnd-count
           move zero to chg-index
           move "N" to n-adjust
           perform varying d-i from 1 by 1 until d-i > drw-count
               if chg-action = "A" and chg-index = zero
                   and drw-seq(d-i) > chg-seq
                   perform add-pending-entry
               end-if
               if chg-action not = space and drw-seq(d-i) = chg-seq
                   if chg-action = "R"
                       add 1 to pnd-count
                       move chg-seq to pnd-seq(pnd-count)
                       move entry-image to pnd-image(pnd-count)
                       move pnd-count to chg-index
                   end-if
               else
                   add 1 to pnd-count
                   move drw-seq(d-i) to pnd-seq(pnd-count)
                   move drw-image(d-i) to pnd-image(pnd-count)
               end-if
           end-perform
           if chg-action = "A" and chg-index = zero
               perform add-pending-entry
           end-if
           if (chg-action = "A" or chg-action = "D")
               and drw-n-index > zero
               and drw-count - drw-first-stream + 1 = drw-n-value
               and chg-seq > drw-seq(drw-n-index)
               perform adjust-pending-n
           end-if.

       add-pending-entry section.
           add 1 to pnd-count
           move chg-seq to pnd-seq(pnd-count)
           move entry-image to pnd-image(pnd-count)
           move pnd-count to chg-index.

       adjust-pending-n section.
           move pnd-image(drw-n-index) to image1
           if chg-action = "A"
               if drw-n-value < 999
                   compute img-data1 = drw-n-value + 1
                   move "Y" to n-adjust
               end-if
           else
               compute img-data1 = drw-n-value - 1
               move "Y" to n-adjust
           end-if
           if n-adjust = "Y"
               move image1 to pnd-image(drw-n-index)
               move image1 to n-adj-image
               move drw-seq(drw-n-index) to n-adj-seq
           end-if.

       take-pending-headers section.
           move "N" to hdr-bad
           move spaces to err-field
           move zero to first-stream
           move zero to n-index
           move zero to n-value
           move 100 to xform-scale
           move "0" to xform-code
           move "N" to close-mode
           move "N" to fill-mode
           move "*" to fill-char
           move 1 to p-i
           if pnd-count = zero
               move "Y" to hdr-bad
               move "CANVAS" to err-field
           else
               move pnd-image(1) to image1
               if img-is-drawing
                   if img-drawing not = cur-drawing
                       move "Y" to hdr-bad
                       move "DRAWING-ID" to err-field
                   end-if
                   add 1 to p-i
               end-if
           end-if
           if hdr-bad = "N"
               perform take-pending-canvas
           end-if
           if hdr-bad = "N"
               perform take-pending-origin
           end-if
           if hdr-bad = "N"
               perform take-pending-n
           end-if.

       take-pending-canvas section.
           if p-i > pnd-count
               move "Y" to hdr-bad
               move "CANVAS" to err-field
           else
               move pnd-image(p-i) to image1
               if img-is-drawing
                   or img-data1 not numeric or img-data2 not numeric
                   move "Y" to hdr-bad
                   move "CANVAS" to err-field
               else
                   if img-data1 < 2 or img-data2 < 2
                       move "Y" to hdr-bad
                       move "CANVAS" to err-field
                   else
                       move img-data1 to canvas-cols
                       move img-data2 to canvas-rows
                       add 1 to p-i
                   end-if
               end-if
           end-if.

       take-pending-origin section.
           if p-i > pnd-count
               move "Y" to hdr-bad
               move "ORIGIN" to err-field
           else
               move pnd-image(p-i) to image1
               if img-is-drawing
                   or img-data1 not numeric or img-data2 not numeric
                   move "Y" to hdr-bad
                   move "ORIGIN" to err-field
               else
                   if img-data1 < 0 or img-data1 > canvas-cols
                       or img-data2 < 0 or img-data2 > canvas-rows
                       move "Y" to hdr-bad
                       move "ORIGIN" to err-field
                   else
                       move img-data1 to origin-col
                       move img-data2 to origin-row
                       add 1 to p-i
                   end-if
               end-if
           end-if
           if hdr-bad = "N" and p-i <= pnd-count
               move pnd-image(p-i) to image1
               if img-is-transform
                   if img-data1 not numeric or img-data1 < 1
                       move "Y" to hdr-bad
                       move "XFORM-SCALE" to err-field
                   else
                       move img-data1 to xform-scale
                   end-if
                   if img-data3 = space or img-data3 = "0"
                       or img-data3 = "1" or img-data3 = "2"
                       or img-data3 = "3"
                       or img-data3 = "H" or img-data3 = "V"
                       if img-data3 not = space
                           move img-data3 to xform-code
                       end-if
                   else
                       move "Y" to hdr-bad
                       move "XFORM-CODE" to err-field
                   end-if
                   add 1 to p-i
               end-if
           end-if.

       take-pending-n section.
           if p-i > pnd-count
               move "Y" to hdr-bad
               move "N" to err-field
           else
               move pnd-image(p-i) to image1
               if img-is-drawing or img-data1 not numeric
                   or img-data1 < 0
                   move "Y" to hdr-bad
                   move "N" to err-field
               else
                   if img-shape not = space
                       and not img-is-close and not img-is-fill
                       move "Y" to hdr-bad
                       move "MODE" to err-field
                   else
                       move img-data1 to n-value
                       move p-i to n-index
                       if img-is-close or img-is-fill
                           move "Y" to close-mode
                       end-if
                       if img-is-fill
                           move "Y" to fill-mode
                           if img-data3 not = space
                               move img-data3 to fill-char
                           end-if
                       end-if
                       compute first-stream = p-i + 1
                   end-if
               end-if
           end-if.

       edit-pending section.
           move "Y" to chg-ok
           move zero to other-errors
           perform take-pending-headers
           if hdr-bad = "Y"
               move "N" to chg-ok
           else
               if chg-index > zero and chg-index < first-stream
                   and chg-index not = n-index
                   move pnd-image(chg-index) to image1
                   if img-shape not = space
                       and not img-is-drawing
                       and not img-is-transform
                       move "Y" to hdr-bad
                       move "N" to chg-ok
                       move "SHAPE" to err-field
                   end-if
               end-if
               move zero to ed-curve-run
               perform varying p-i from first-stream by 1
                       until p-i > pnd-count
                   perform edit-pending-point
               end-perform
           end-if.

       edit-pending-point section.
           move pnd-image(p-i) to image1
           move "Y" to pt-ok
           move spaces to pt-field
           if img-data1 not numeric or img-data2 not numeric
               move "COORDS" to pt-field
               move "N" to pt-ok
           else
               if img-shape not = space and not img-is-circle
                   and not img-is-text and not img-is-text-vert
                   and not img-is-tolerance and not img-is-curve
                   and not img-is-insert
                   move "SHAPE" to pt-field
                   move "N" to pt-ok
               end-if
               if img-is-curve
                   add 1 to ed-curve-run
                   if ed-curve-run > 20
                       move "CURVE" to pt-field
                       move "N" to pt-ok
                   end-if
               else
                   move zero to ed-curve-run
               end-if
               if pt-ok = "Y"
                   and (img-is-text or img-is-text-vert)
                   and img-annot = spaces
                   move "TEXT" to pt-field
                   move "N" to pt-ok
               end-if
               if pt-ok = "Y" and img-is-circle
                   if img-radius not numeric
                       move "RADIUS" to pt-field
                       move "N" to pt-ok
                   else
                       compute ed-rad rounded =
                           (img-radius * xform-scale) / 100
                       if ed-rad = zero
                           or ed-rad > canvas-cols
                           or ed-rad > canvas-rows
                           move "RADIUS" to pt-field
                           move "N" to pt-ok
                       end-if
                   end-if
               end-if
               if pt-ok = "Y" and img-is-insert
                   perform check-insert-ref
               end-if
               if pt-ok = "Y" and not img-style-valid
                   move "STYLE" to pt-field
                   move "N" to pt-ok
               end-if
               if pt-ok = "Y" and not img-is-tolerance
                   perform apply-transform
                   compute trans-col = origin-col + xf-x
                   compute trans-row = origin-row + xf-y
                   if trans-col < 1 or trans-col > canvas-cols
                       or trans-row < 1 or trans-row > canvas-rows
                       move "RANGE" to pt-field
                       move "N" to pt-ok
                   end-if
               end-if
           end-if
           if pt-ok = "N"
               if p-i = chg-index
                   move "N" to chg-ok
                   move pt-field to err-field
               else
                   add 1 to other-errors
               end-if
           end-if.

       check-insert-ref section.
           move img-drawing to ins-drawing
           if ins-drawing = spaces or ins-drawing = cur-drawing
               move "INSERT-REF" to pt-field
               move "N" to pt-ok
           else
               move "N" to ins-found
               move ins-drawing to mst-drawing
               move zero to mst-seq
               start masterfile key > master-key
               invalid key
                   continue
               not invalid key
                   read masterfile next record
                   at end
                       continue
                   not at end
                       if mst-drawing = ins-drawing
                           move "Y" to ins-found
                       end-if
                   end-read
               end-start
               if ins-found = "N"
                   move "INSERT-REF" to pt-field
                   move "N" to pt-ok
               end-if
           end-if.

       apply-transform section.
           compute xf-x rounded = (img-data1 * xform-scale) / 100
           compute xf-y rounded = (img-data2 * xform-scale) / 100
           if xform-code = "1"
               move xf-x to xf-t
               compute xf-x = 0 - xf-y
               move xf-t to xf-y
           end-if
           if xform-code = "2"
               compute xf-x = 0 - xf-x
               compute xf-y = 0 - xf-y
           end-if
           if xform-code = "3"
               move xf-x to xf-t
               move xf-y to xf-x
               compute xf-y = 0 - xf-t
           end-if
           if xform-code = "H"
               compute xf-x = 0 - xf-x
           end-if
           if xform-code = "V"
               compute xf-y = 0 - xf-y
           end-if.

       plot-pending section.
           perform take-pending-headers
           perform set-window
           perform preview-init
           move "N" to start-set
           move zero to curve-count
           move zero to annot-count
           move zero to pv-outside
           move zero to pv-inserts
           move zero to x2
           move zero to y2
           move n-value to stream-left
           perform varying p-i from first-stream by 1
                   until p-i > pnd-count or stream-left = zero
               perform plot-record
               subtract 1 from stream-left
           end-perform
           if curve-count > zero
               perform render-curve
           end-if
           if close-mode = "Y" and start-set = "Y"
               perform close-polygon
           end-if
           if fill-mode = "Y"
               perform fill-window
           end-if
           perform varying an-i from 1 by 1
                   until an-i > annot-count
               perform place-annotation
           end-perform
           move spaces to preview-info
           string "DRAWING=" cur-drawing
                  " CANVAS=" canvas-cols "X" canvas-rows
                  " COLS=" win-col "-" win-last-col
                  " ROWS=" win-low-row "-" win-top
                  delimited by size into preview-info
           move spaces to preview-note
           if chg-action = space
               string "SAVED DRAWING  OUT-OF-RANGE=" pv-outside
                      " INSERTS(I)=" pv-inserts
                      delimited by size into preview-note
           else
               string "ACTION=" chg-action " SEQ=" chg-seq
                      " OUT-OF-RANGE=" pv-outside
                      " INSERTS(I)=" pv-inserts
                      " OTHER-ERRORS=" other-errors
                      delimited by size into preview-note
               if n-adjust = "Y"
                   move "N+" to preview-note(70:2)
               end-if
           end-if.

       set-window section.
           move "N" to have-focus
           if chg-index >= first-stream and first-stream > zero
               move pnd-image(chg-index) to image1
               if not img-is-tolerance
                   perform apply-transform
                   compute focus-col = origin-col + xf-x
                   compute focus-row = origin-row + xf-y
                   move "Y" to have-focus
               end-if
           end-if
           move 76 to win-cols
           if canvas-cols < 76
               move canvas-cols to win-cols
           end-if
           move 16 to win-rows
           if canvas-rows < 16
               move canvas-rows to win-rows
           end-if
           move 1 to win-col
           move canvas-rows to win-top
           if have-focus = "Y"
               if canvas-cols > 76 and focus-col > 38
                   compute win-col = focus-col - 37
                   if win-col > canvas-cols - 75
                       compute win-col = canvas-cols - 75
                   end-if
               end-if
               if canvas-rows > 16 and focus-row + 8 < canvas-rows
                   compute win-top = focus-row + 8
                   if win-top < 16
                       move 16 to win-top
                   end-if
               end-if
           end-if
           compute win-last-col = win-col + win-cols - 1
           compute win-low-row = win-top - win-rows + 1.

       preview-init section.
           move spaces to preview-area
           perform varying pv-i from 1 by 1 until pv-i > win-rows
               perform varying pv-j from 1 by 1 until pv-j > win-cols
                   compute cell-col = win-col + pv-j - 1
                   compute cell-row = win-top - pv-i + 1
                   if cell-row = 1 and cell-col = 1
                       move "+" to pv-line(pv-i)(pv-j:1)
                   else
                       if cell-row = 1
                           move "-" to pv-line(pv-i)(pv-j:1)
                       else
                           if cell-col = 1
                               move "|" to pv-line(pv-i)(pv-j:1)
                           end-if
                       end-if
                   end-if
               end-perform
           end-perform.

       plot-record section.
           move pnd-image(p-i) to image1
           if curve-count > zero and not img-is-curve
               perform render-curve
           end-if
           if not img-is-tolerance
               perform apply-transform
               compute trans-col = origin-col + xf-x
               compute trans-row = origin-row + xf-y
               if trans-col < 1 or trans-col > canvas-cols
                   or trans-row < 1 or trans-row > canvas-rows
                   add 1 to pv-outside
               else
                   if img-is-text or img-is-text-vert
                       perform stash-annotation
                   else
                   if img-is-insert
                       add 1 to pv-inserts
                       move "I" to draw-symbol
                       move trans-col to cell-col
                       move trans-row to cell-row
                       perform set-cell
                   else
                       if img-data3 = space
                           move "*" to draw-symbol
                       else
                           move img-data3 to draw-symbol
                       end-if
                       move img-style to seg-style
                       if img-is-circle
                           move trans-col to circ-col
                           move trans-row to circ-row
                           compute circ-radius rounded =
                               (img-radius * xform-scale) / 100
                           perform circle-calc
                       else
                           if img-is-curve
                               perform stash-curve-point
                           else
                               move x2 to x1
                               move y2 to y1
                               move trans-col to x2
                               move trans-row to y2
                               if start-set = "N"
                                   move x2 to first-x
                                   move y2 to first-y
                                   move "Y" to start-set
                               else
                                   perform dda-calc
                               end-if
                           end-if
                       end-if
                   end-if
                   end-if
               end-if
           end-if.

       stash-annotation section.
           if annot-count < 50
               add 1 to annot-count
               move trans-col to an-col(annot-count)
               move trans-row to an-row(annot-count)
               if img-is-text-vert
                   move "V" to an-orient(annot-count)
               else
                   move "H" to an-orient(annot-count)
               end-if
               move img-annot to an-text(annot-count)
           end-if.

       stash-curve-point section.
           if curve-count < 20
               add 1 to curve-count
               move trans-col to cvp-x(curve-count)
               move trans-row to cvp-y(curve-count)
           end-if.

       render-curve section.
           move x1 to sv-cx1
           move y1 to sv-cy1
           move x2 to sv-cx2
           move y2 to sv-cy2
           if curve-count = 1
               move cvp-x(1) to bez-px
               move cvp-y(1) to bez-py
               move cvp-x(1) to bez-cx
               move cvp-y(1) to bez-cy
               perform curve-chord
           else
               if curve-count = 2
                   move cvp-x(1) to bez-px
                   move cvp-y(1) to bez-py
                   move cvp-x(2) to bez-cx
                   move cvp-y(2) to bez-cy
                   perform curve-chord
               else
                   perform sample-bezier
               end-if
           end-if
           move zero to curve-count
           move sv-cx1 to x1
           move sv-cy1 to y1
           move sv-cx2 to x2
           move sv-cy2 to y2.

       sample-bezier section.
           compute bez-steps = 8 * (curve-count - 1)
           move "N" to bez-have
           perform varying bez-s from 0 by 1
                   until bez-s > bez-steps
               compute bez-t rounded = bez-s / bez-steps
               compute bez-u = 1 - bez-t
               perform varying bez-p from 1 by 1
                       until bez-p > curve-count
                   move cvp-x(bez-p) to bez-x(bez-p)
                   move cvp-y(bez-p) to bez-y(bez-p)
               end-perform
               perform varying bez-lvl from 1 by 1
                       until bez-lvl >= curve-count
                   perform varying bez-p from 1 by 1
                           until bez-p > curve-count - bez-lvl
                       compute bez-x(bez-p) rounded =
                           bez-x(bez-p) * bez-u
                           + bez-x(bez-p + 1) * bez-t
                       compute bez-y(bez-p) rounded =
                           bez-y(bez-p) * bez-u
                           + bez-y(bez-p + 1) * bez-t
                   end-perform
               end-perform
               compute bez-cx rounded = bez-x(1)
               compute bez-cy rounded = bez-y(1)
               if bez-have = "N"
                   move bez-cx to bez-px
                   move bez-cy to bez-py
                   move "Y" to bez-have
               else
                   if bez-cx not = bez-px or bez-cy not = bez-py
                       perform curve-chord
                       move bez-cx to bez-px
                       move bez-cy to bez-py
                   end-if
               end-if
           end-perform.

       curve-chord section.
           move bez-px to x1
           move bez-py to y1
           move bez-cx to x2
           move bez-cy to y2
           perform dda-calc.

       close-polygon section.
           move y2 to y1
           move x2 to x1
           move first-x to x2
           move first-y to y2
           perform dda-calc.

       fill-window section.
           perform varying pv-i from 1 by 1 until pv-i > win-rows
               compute cell-row = win-top - pv-i + 1
               if cell-row > 1
                   move 1 to fill-from
                   if win-col = 1
                       move 2 to fill-from
                   end-if
                   move zero to fill-lo
                   move zero to fill-hi
                   perform varying pv-j from fill-from by 1
                           until pv-j > win-cols
                       if pv-line(pv-i)(pv-j:1) not = space
                           if fill-lo = zero
                               move pv-j to fill-lo
                           end-if
                           move pv-j to fill-hi
                       end-if
                   end-perform
                   if fill-lo > zero and fill-hi > fill-lo
                       perform varying pv-j from fill-lo by 1
                               until pv-j > fill-hi
                           if pv-line(pv-i)(pv-j:1) = space
                               move fill-char
                                   to pv-line(pv-i)(pv-j:1)
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform.

       place-annotation section.
           move zero to an-len
           perform varying an-j from 30 by -1
                   until an-j < 1 or an-len > zero
               if an-text(an-i)(an-j:1) not = space
                   move an-j to an-len
               end-if
           end-perform
           perform varying an-j from 1 by 1 until an-j > an-len
               if an-orient(an-i) = "V"
                   compute cell-row = an-row(an-i) - an-j + 1
                   move an-col(an-i) to cell-col
               else
                   move an-row(an-i) to cell-row
                   compute cell-col = an-col(an-i) + an-j - 1
               end-if
               if cell-col >= 1 and cell-col <= canvas-cols
                   and cell-row >= 1 and cell-row <= canvas-rows
                   move an-text(an-i)(an-j:1) to draw-symbol
                   perform set-cell
               end-if
           end-perform.

       circle-calc section.
           perform varying circ-angle from 0 by 6
                   until circ-angle > 359
               compute circ-rad = FUNCTION PI * circ-angle / 180
               compute circ-cos = FUNCTION COS(circ-rad)
               compute circ-sin = FUNCTION SIN(circ-rad)
               compute circ-dx =
                  FUNCTION INTEGER(circ-radius * circ-cos)
               compute circ-dy =
                  FUNCTION INTEGER(circ-radius * circ-sin)
               compute circ-col-c = circ-col + circ-dx
               compute circ-row-c = circ-row + circ-dy
               if circ-col-c >= 1 and circ-col-c <= canvas-cols
                   and circ-row-c >= 1 and circ-row-c <= canvas-rows
                   compute style-step = circ-angle / 6
                   move circ-col-c to cell-col
                   move circ-row-c to cell-row
                   move "V" to seg-orient
                   perform plot-styled-cell
               end-if
           end-perform.

       style-check section.
           move "Y" to style-on
           if seg-style = "D"
               if function mod(style-step, 4) = 3
                   move "N" to style-on
               end-if
           end-if
           if seg-style = "T"
               if function mod(style-step, 3) not = 0
                   move "N" to style-on
               end-if
           end-if.

       plot-styled-cell section.
           perform style-check
           if style-on = "Y"
               perform set-cell
               if seg-style = "W"
                   if seg-orient = "V"
                       add 1 to cell-col
                       if cell-col <= canvas-cols
                           perform set-cell
                       end-if
                       subtract 1 from cell-col
                   else
                       add 1 to cell-row
                       if cell-row <= canvas-rows
                           perform set-cell
                       end-if
                       subtract 1 from cell-row
                   end-if
               end-if
           end-if.

       set-cell section.
           if cell-col >= win-col and cell-col <= win-last-col
               and cell-row >= win-low-row and cell-row <= win-top
               compute pv-i = win-top - cell-row + 1
               compute pv-j = cell-col - win-col + 1
               move draw-symbol to pv-line(pv-i)(pv-j:1)
           end-if.

       dda-calc section.
           if x1 = x2 and y1 = y2
               continue
           else
               if x1 = x2
                   if y2 >= y1
                       move 1 to stepy
                   else
                       move -1 to stepy
                   end-if
                   perform line-vertical
               else
                   if x2 >= x1
                       move 1 to stepx
                   else
                       move -1 to stepx
                   end-if
                   if y2 >= y1
                       move 1 to stepy
                   else
                       move -1 to stepy
                   end-if
                   compute m  = (y2 - y1) / (x2 - x1)
                   if M = 1 or M = -1
                       compute j = y1 - stepy
                       move -1 to k
                       perform line-diagonal
                   else
                       compute j = x1 - stepx
                       move -1 to k
                       perform line-step-x
                   end-if
               end-if
           end-if.
       line-vertical section.
           perform varying j from y1 by stepy
                   until (stepy > 0 and j > y2)
                      or (stepy < 0 and j < y2)
               if stepy > 0
                   compute style-step = j - y1
               else
                   compute style-step = y1 - j
               end-if
               move x1 to cell-col
               move j to cell-row
               move "V" to seg-orient
               perform plot-styled-cell
           end-perform.
       line-step-x section.
           compute   j = j + stepx
           compute k = k + 1
           compute t = FUNCTION INTEGER(y1 + k * m * stepx )
           move k to style-step
           move j to cell-col
           move t to cell-row
           move "H" to seg-orient
           perform plot-styled-cell
           if j not = x2 then
            go to line-step-x
           end-if.
       line-diagonal section.
           compute j = j + stepy
           compute k  = k + 1
           compute r = x1 + k * stepx
           compute c = y1 + k * stepy
           move k to style-step
           move r to cell-col
           move c to cell-row
           move "H" to seg-orient
           perform plot-styled-cell
           if (stepy > 0 and j < y2) or (stepy < 0 and j > y2)
               go to line-diagonal
           end-if.

       save-change section.
           move function current-date(1:14) to run-ts
           perform find-revision
           move "Y" to save-ok
           move cur-drawing to mst-drawing
           move chg-seq to mst-seq
           if chg-action = "A"
               move entry-image to mst-image
               write master-rec
               invalid key
                   move "DUPLICATE" to ws-result
                   move "N" to save-ok
               not invalid key
                   move "ADDED" to ws-result
                   add 1 to added-count
                   move chg-seq to before-seq
                   move "N" to before-flag
                   move spaces to before-image
                   perform write-journal
               end-write
           else
               read masterfile record
               invalid key
                   move "NOT FOUND" to ws-result
                   move "N" to save-ok
               not invalid key
                   move chg-seq to before-seq
                   move "Y" to before-flag
                   move mst-image to before-image
                   if chg-action = "R"
                       move entry-image to mst-image
                       rewrite master-rec
                       move "REPLACED" to ws-result
                       add 1 to replaced-count
                   else
                       delete masterfile record
                       move "DELETED" to ws-result
                       add 1 to deleted-count
                   end-if
                   perform write-journal
               end-read
           end-if
           if save-ok = "N"
               add 1 to rejected-count
           end-if
           perform write-result
           if save-ok = "Y" and n-adjust = "Y"
               perform save-n-adjust
           end-if
           if save-ok = "Y"
               perform stamp-revision
           end-if
           move page-top to page-keep
           move cur-drawing to want-drawing
           perform load-drawing
           if page-keep <= drw-count
               move page-keep to page-top
           end-if
           move spaces to message-line
           string "SEQ " chg-seq " " ws-result
                  delimited by size into message-line.

       save-n-adjust section.
           move cur-drawing to mst-drawing
           move n-adj-seq to mst-seq
           read masterfile record
           invalid key
               continue
           not invalid key
               move n-adj-seq to before-seq
               move "Y" to before-flag
               move mst-image to before-image
               move n-adj-image to mst-image
               rewrite master-rec
               move "R" to chg-action
               perform write-journal
               add 1 to replaced-count
               string "ACTION=R DRAWING=" cur-drawing
                      " SEQ=" n-adj-seq " N-ADJUSTED"
                      " USER=" run-user
                      delimited by size into ws-rpt-line
               perform write-report
           end-read.

       find-revision section.
           if cur-drawing not = rev-drawing
               move cur-drawing to rev-drawing
               move "N" to rev-used
               move "N" to rev-logged
               move cur-drawing to mst-drawing
               move zero to mst-seq
               read masterfile record
               invalid key
                   move 1 to rev-number
               not invalid key
                   compute rev-number = ctl-rev + 1
               end-read
           end-if.

       stamp-revision section.
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
           if rev-logged = "N"
               add 1 to revision-count
               string "DRAWING=" rev-drawing
                      " REVISION=" rev-number
                      " STAMP=" run-ts
                      delimited by size into ws-rpt-line
               perform write-report
               move "Y" to rev-logged
           end-if.

       reset-to-draft section.
           string "DRAWING=" rev-drawing
                  " STATUS=" ctl-status
                  " RESET TO DRAFT BY CHANGE"
                  delimited by size into ws-rpt-line
           perform write-report
           move "D" to ctl-status
           move spaces to ctl-approver
           move spaces to ctl-approved-ts
           move spaces to ctl-released-by.

       write-journal section.
           move rev-drawing to jrn-drawing
           move before-seq to jrn-seq
           move rev-number to jrn-rev
           move run-ts to jrn-ts
           move chg-action to jrn-action
           move before-flag to jrn-before
           move before-image to jrn-image
           move run-user to jrn-user
           write journal-rec
           add 1 to journal-count
           move "Y" to rev-used.

       write-result section.
           if chg-ok = "N"
               string "ACTION=" chg-action " DRAWING=" cur-drawing
                      " SEQ=" chg-seq " " ws-result
                      " FIELD=" err-field
                      " USER=" run-user
                      delimited by size into ws-rpt-line
           else
               string "ACTION=" chg-action " DRAWING=" cur-drawing
                      " SEQ=" chg-seq " " ws-result
                      " USER=" run-user
                      delimited by size into ws-rpt-line
           end-if
           perform write-report.

       write-totals section.
           string "TRANS=" trans-count " ADDED=" added-count
                  " REPLACED=" replaced-count
                  " DELETED=" deleted-count
                  " REJECTED=" rejected-count
                  delimited by size into ws-rpt-line
           perform write-report
           string "JOURNALED=" journal-count
                  " REVISIONS=" revision-count
                  " USER=" run-user
                  delimited by size into ws-rpt-line
           perform write-report
           if rejected-count > zero
               move 4 to run-rc
           end-if.
