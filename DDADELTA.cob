      **注意文件名
       identification division.
       program-id. dda_delta.

      **环境
       environment division.
       input-output section.
       file-control.

       select backupfile assign to "BACKUPDD"
           organization is line sequential
           access is sequential.
       select backup2file assign to "BACKUP2DD"
           organization is line sequential
           access is sequential.
       select optional masterfile assign to "MASTERDD"
           organization is indexed
           access is dynamic
           record key is master-key.
       select reportfile assign to "deltarpt1.txt"
           organization is line sequential
           access is sequential.

      **数据
       data division.
       file section.

       fd backupfile.
       01 backup-rec.
           05 bkp-drawing pic x(8).
           05 bkp-seq     pic 9(4).
           05 bkp-image   pic x(52).
       fd backup2file.
       01 backup2-rec.
           05 bk2-drawing pic x(8).
           05 bk2-seq     pic 9(4).
           05 bk2-image   pic x(52).
       fd masterfile.
       01 master-rec.
           05 master-key.
               10 mst-drawing pic x(8).
               10 mst-seq     pic 9(4).
           05 mst-image       pic x(52).
       fd reportfile.
       01 report-rec.
           05 rpt-line pic x(132).

       working-storage section.
       01 old-key.
           05 old-drawing   pic x(8).
           05 old-seq       pic 9(4).
       01 old-image.
           05 old-data1     pic s999 sign is leading separate
                                character.
           05 old-data2     pic s999 sign is leading separate
                                character.
           05 old-data3     pic x(1).
           05 old-shape     pic x(1).
           05 old-radius    pic 999.
           05 old-img-drawing pic x(8).
           05 old-style     pic x(1).
           05 old-annot     pic x(30).
       01 old-control redefines old-image.
           05 old-rev         pic 9(4).
           05 old-maint-ts    pic x(14).
           05 old-status      pic x(1).
           05 old-approver    pic x(8).
           05 old-approved-ts pic x(14).
           05 old-released-by pic x(8).
           05 filler          pic x(3).
       01 new-key.
           05 new-drawing   pic x(8).
           05 new-seq       pic 9(4).
       01 new-image.
           05 new-data1     pic s999 sign is leading separate
                                character.
           05 new-data2     pic s999 sign is leading separate
                                character.
           05 new-data3     pic x(1).
           05 new-shape     pic x(1).
           05 new-radius    pic 999.
           05 new-img-drawing pic x(8).
           05 new-style     pic x(1).
           05 new-annot     pic x(30).
       01 new-control redefines new-image.
           05 new-rev         pic 9(4).
           05 new-maint-ts    pic x(14).
           05 new-status      pic x(1).
           05 new-approver    pic x(8).
           05 new-approved-ts pic x(14).
           05 new-released-by pic x(8).
           05 filler          pic x(3).
       77 delta-mode     pic x(1) value "M".
       77 new-source     pic x(9).
       77 cur-drawing    pic x(8).
       77 in-old         pic x(1).
       77 in-new         pic x(1).
       77 drawing-shown  pic x(1).
       77 drawing-diffs  pic 9(6).
       77 side-recs      pic 9(6).
       77 field-name     pic x(10).
       77 field-old      pic x(30).
       77 field-new      pic x(30).
       77 old-read       pic 9(6) value 0.
       77 new-read       pic 9(6) value 0.
       77 drawings-compared pic 9(4) value 0.
       77 drawings-changed  pic 9(4) value 0.
       77 drawings-old-only pic 9(4) value 0.
       77 drawings-new-only pic 9(4) value 0.
       77 recs-added     pic 9(6) value 0.
       77 recs-removed   pic 9(6) value 0.
       77 recs-changed   pic 9(6) value 0.
       77 fields-changed pic 9(6) value 0.
       77 ctl-changed    pic 9(4) value 0.
       77 old-only-recs  pic 9(6) value 0.
       77 new-only-recs  pic 9(6) value 0.
       77 total-diff     pic 9(6) value 0.
       77 ws-rpt-line    pic x(132) value spaces.
       77 run-rc         pic 99 value 0.

      **程序
       procedure division.
           accept delta-mode from environment "DDA-DELTA"
               on exception move "M" to delta-mode
           end-accept
           open output reportfile
           if delta-mode not = "M" and delta-mode not = "U"
               move "BAD DDA-DELTA - USE M OR U" to ws-rpt-line
               perform write-report
               move 8 to run-rc
           else
               perform open-sides
               perform read-old
               perform read-new
               perform compare-drawing
                   until old-key = high-values
                     and new-key = high-values
               perform close-sides
               perform write-summary
           end-if
           close reportfile
           move run-rc to return-code
           stop run.

       write-report section.
           move ws-rpt-line to rpt-line
           write report-rec
           move spaces to ws-rpt-line.

       open-sides section.
           open input backupfile
           if delta-mode = "U"
               open input backup2file
               move "BACKUP2DD" to new-source
           else
               open input masterfile
               move "MASTERDD" to new-source
           end-if
           string "OLD=BACKUPDD NEW=" new-source
                  delimited by size into ws-rpt-line
           perform write-report.

       close-sides section.
           close backupfile
           if delta-mode = "U"
               close backup2file
           else
               close masterfile
           end-if.

       read-old section.
           read backupfile next record
           at end
             move high-values to old-key
           not at end
             add 1 to old-read
             move bkp-drawing to old-drawing
             move bkp-seq to old-seq
             move bkp-image to old-image
           end-read.

       read-new section.
           if delta-mode = "U"
               read backup2file next record
               at end
                 move high-values to new-key
               not at end
                 add 1 to new-read
                 move bk2-drawing to new-drawing
                 move bk2-seq to new-seq
                 move bk2-image to new-image
               end-read
           else
               read masterfile next record
               at end
                 move high-values to new-key
               not at end
                 add 1 to new-read
                 move mst-drawing to new-drawing
                 move mst-seq to new-seq
                 move mst-image to new-image
               end-read
           end-if.

       compare-drawing section.
           if old-drawing < new-drawing
               move old-drawing to cur-drawing
           else
               move new-drawing to cur-drawing
           end-if
           move "N" to in-old
           move "N" to in-new
           if old-drawing = cur-drawing
               move "Y" to in-old
           end-if
           if new-drawing = cur-drawing
               move "Y" to in-new
           end-if
           move "N" to drawing-shown
           move zero to drawing-diffs
           move zero to side-recs
           if in-old = "Y" and in-new = "Y"
               add 1 to drawings-compared
               perform compare-record
                   until old-drawing not = cur-drawing
                     and new-drawing not = cur-drawing
               if drawing-diffs > zero
                   add 1 to drawings-changed
                   string "  DIFFERENCES=" drawing-diffs
                          delimited by size into ws-rpt-line
                   perform write-report
               end-if
           else
               if in-old = "Y"
                   perform skip-old
                       until old-drawing not = cur-drawing
                   add 1 to drawings-old-only
                   add side-recs to old-only-recs
                   add 1 to total-diff
                   string "DRAWING=" cur-drawing
                          " ONLY IN OLD RECORDS=" side-recs
                          delimited by size into ws-rpt-line
                   perform write-report
               else
                   perform skip-new
                       until new-drawing not = cur-drawing
                   add 1 to drawings-new-only
                   add side-recs to new-only-recs
                   add 1 to total-diff
                   string "DRAWING=" cur-drawing
                          " ONLY IN NEW RECORDS=" side-recs
                          delimited by size into ws-rpt-line
                   perform write-report
               end-if
           end-if.

       skip-old section.
           if old-seq not = zero
               add 1 to side-recs
           end-if
           perform read-old.

       skip-new section.
           if new-seq not = zero
               add 1 to side-recs
           end-if
           perform read-new.

       compare-record section.
           if old-key = new-key
               if old-image not = new-image
                   if old-seq = zero
                       perform report-control
                   else
                       perform report-changed
                   end-if
               end-if
               perform read-old
               perform read-new
           else
               if old-key < new-key
                   perform report-removed
                   perform read-old
               else
                   perform report-added
                   perform read-new
               end-if
           end-if.

       show-drawing section.
           if drawing-shown = "N"
               string "DRAWING=" cur-drawing
                      delimited by size into ws-rpt-line
               perform write-report
               move "Y" to drawing-shown
           end-if.

       report-removed section.
           perform show-drawing
           add 1 to drawing-diffs
           add 1 to total-diff
           if old-seq = zero
               add 1 to ctl-changed
               move "  CONTROL RECORD ONLY IN OLD" to ws-rpt-line
           else
               add 1 to recs-removed
               string "  REMOVED SEQ=" old-seq
                      " DATA1=" old-data1 " DATA2=" old-data2
                      " DATA3=" old-data3 " SHAPE=" old-shape
                      " RADIUS=" old-radius " ID=" old-img-drawing
                      " STYLE=" old-style " TEXT=" old-annot
                      delimited by size into ws-rpt-line
           end-if
           perform write-report.

       report-added section.
           perform show-drawing
           add 1 to drawing-diffs
           add 1 to total-diff
           if new-seq = zero
               add 1 to ctl-changed
               move "  CONTROL RECORD ONLY IN NEW" to ws-rpt-line
           else
               add 1 to recs-added
               string "  ADDED   SEQ=" new-seq
                      " DATA1=" new-data1 " DATA2=" new-data2
                      " DATA3=" new-data3 " SHAPE=" new-shape
                      " RADIUS=" new-radius " ID=" new-img-drawing
                      " STYLE=" new-style " TEXT=" new-annot
                      delimited by size into ws-rpt-line
           end-if
           perform write-report.

       report-changed section.
           perform show-drawing
           add 1 to drawing-diffs
           add 1 to total-diff
           add 1 to recs-changed
           string "  CHANGED SEQ=" old-seq
                  delimited by size into ws-rpt-line
           perform write-report
           if old-image(1:4) not = new-image(1:4)
               move "DATA1" to field-name
               move old-image(1:4) to field-old
               move new-image(1:4) to field-new
               perform report-field
           end-if
           if old-image(5:4) not = new-image(5:4)
               move "DATA2" to field-name
               move old-image(5:4) to field-old
               move new-image(5:4) to field-new
               perform report-field
           end-if
           if old-image(9:1) not = new-image(9:1)
               move "DATA3" to field-name
               move old-image(9:1) to field-old
               move new-image(9:1) to field-new
               perform report-field
           end-if
           if old-shape not = new-shape
               move "SHAPE-TYPE" to field-name
               move old-shape to field-old
               move new-shape to field-new
               perform report-field
           end-if
           if old-radius not = new-radius
               move "RADIUS" to field-name
               move old-radius to field-old
               move new-radius to field-new
               perform report-field
           end-if
           if old-img-drawing not = new-img-drawing
               move "DRAWING-ID" to field-name
               move old-img-drawing to field-old
               move new-img-drawing to field-new
               perform report-field
           end-if
           if old-style not = new-style
               move "LINE-STYLE" to field-name
               move old-style to field-old
               move new-style to field-new
               perform report-field
           end-if
           if old-annot not = new-annot
               move "ANNOT-TEXT" to field-name
               move old-annot to field-old
               move new-annot to field-new
               perform report-field
           end-if.

       report-control section.
           perform show-drawing
           add 1 to drawing-diffs
           add 1 to total-diff
           add 1 to ctl-changed
           string "  CONTROL CHANGED REV=" old-rev "/" new-rev
                  " STATUS=" old-status "/" new-status
                  " STAMP=" old-maint-ts "/" new-maint-ts
                  delimited by size into ws-rpt-line
           perform write-report
           if old-approver not = new-approver
               or old-released-by not = new-released-by
               string "    APPROVER=" old-approver "/" new-approver
                      " RELEASED-BY=" old-released-by
                      "/" new-released-by
                      delimited by size into ws-rpt-line
               perform write-report
           end-if.

       report-field section.
           add 1 to fields-changed
           string "    FIELD=" field-name
                  " OLD=" field-old
                  " NEW=" field-new
                  delimited by size into ws-rpt-line
           perform write-report.

       write-summary section.
           string "OLD-RECORDS=" old-read
                  " NEW-RECORDS=" new-read
                  " DRAWINGS-COMPARED=" drawings-compared
                  " DRAWINGS-CHANGED=" drawings-changed
                  delimited by size into ws-rpt-line
           perform write-report
           string "DRAWINGS-ONLY-OLD=" drawings-old-only
                  " RECORDS=" old-only-recs
                  " DRAWINGS-ONLY-NEW=" drawings-new-only
                  " RECORDS=" new-only-recs
                  delimited by size into ws-rpt-line
           perform write-report
           string "ADDED=" recs-added
                  " REMOVED=" recs-removed
                  " CHANGED=" recs-changed
                  " FIELDS=" fields-changed
                  " CONTROL=" ctl-changed
                  " TOTAL-DIFF=" total-diff
                  delimited by size into ws-rpt-line
           perform write-report
           if total-diff = zero
               move "NO DIFFERENCES" to ws-rpt-line
               perform write-report
           else
               move 4 to run-rc
           end-if.
