      **注意文件名
       identification division.
       program-id. dda_meas.

      **环境
       environment division.
       input-output section.
       file-control.

       select optional masterfile assign to "MASTERDD"
           organization is indexed
           access is dynamic
           record key is master-key.
       select optional acceptfile assign to "ACCEPTDD"
           organization is line sequential
           access is sequential.
       select reportfile assign to "measrpt1.txt"
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
       fd acceptfile.
       01 accept-rec.
           05 acc-image  pic x(52).
       fd reportfile.
       01 report-rec.
           05 rpt-line pic x(132).

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
           05 img-annot     pic x(30).
       01 record-buffer.
           03 buf-entry occurs 999 times.
               05 buf-image pic x(52).
               05 buf-seq   pic 9(6).
       01 vertex-table.
           03 vtx-entry occurs 999 times.
               05 vtx-x     pic s9(5)v9(4).
               05 vtx-y     pic s9(5)v9(4).
               05 vtx-seq   pic 9(6).
       77 accept-mode    pic x(1) value "N".
       77 only-drawing   pic x(8) value spaces.
       77 more-data      pic x(1) value "Y".
       77 new-drawing    pic x(1).
       77 src-drawing    pic x(8).
       77 src-seq        pic 9(6).
       77 src-image      pic x(52).
       77 accept-count   pic 9(6) value 0.
       77 meas-key       pic x(8).
       77 meas-drawing   pic x(8).
       77 buf-count      pic 9(4).
       77 buf-over       pic x(1).
       77 b-i            pic 9(4).
       77 n-declared     pic 999.
       77 n-left         pic 999.
       77 origin-col     pic s9(4).
       77 origin-row     pic s9(4).
       77 xf-scale       pic 9(3).
       77 xf-code        pic x(1).
       77 xf-x           pic s9(5)v9(4).
       77 xf-y           pic s9(5)v9(4).
       77 xf-t           pic s9(5)v9(4).
       77 shape-mode     pic x(6).
       77 vtx-count      pic 999.
       77 v-i            pic 999.
       77 v-j            pic 999.
       77 e-i            pic 999.
       77 e-j            pic 999.
       77 e-last         pic 999.
       77 curve-run      pic 99.
       77 curve-seq      pic 9(6).
       77 edge-len       pic 9(6)v9(4).
       77 perimeter      pic 9(7)v9(4).
       77 cross-term     pic s9(11)v9(6).
       77 area-2x        pic s9(11)v9(6).
       77 area-abs       pic 9(11)v9(4).
       77 cent-x-sum     pic s9(15)v9(6).
       77 cent-y-sum     pic s9(15)v9(6).
       77 cent-x         pic s9(5)v9(4).
       77 cent-y         pic s9(5)v9(4).
       77 circ-r         pic 9(5)v9(4).
       77 circ-len       pic 9(7)v9(4).
       77 circ-area      pic 9(11)v9(4).
       77 crossing       pic x(1).
       77 ea-x           pic s9(5)v9(4).
       77 ea-y           pic s9(5)v9(4).
       77 eb-x           pic s9(5)v9(4).
       77 eb-y           pic s9(5)v9(4).
       77 ec-x           pic s9(5)v9(4).
       77 ec-y           pic s9(5)v9(4).
       77 ed-x           pic s9(5)v9(4).
       77 ed-y           pic s9(5)v9(4).
       77 o1             pic s9(11)v9(6).
       77 o2             pic s9(11)v9(6).
       77 o3             pic s9(11)v9(6).
       77 o4             pic s9(11)v9(6).
       77 on-seg         pic x(1).
       77 sp-x           pic s9(5)v9(4).
       77 sp-y           pic s9(5)v9(4).
       77 sq-x           pic s9(5)v9(4).
       77 sq-y           pic s9(5)v9(4).
       77 sr-x           pic s9(5)v9(4).
       77 sr-y           pic s9(5)v9(4).
       77 coord-out-x    pic -9(5).99.
       77 coord-out-y    pic -9(5).99.
       77 coord-out-x2   pic -9(5).99.
       77 coord-out-y2   pic -9(5).99.
       77 len-out        pic 9(7).99.
       77 rad-out        pic 9(5).99.
       77 area-out       pic 9(11).99.
       77 drawings-read     pic 9(4) value 0.
       77 drawings-measured pic 9(4) value 0.
       77 drawings-bad      pic 9(4) value 0.
       77 polygons-closed   pic 9(4) value 0.
       77 polygons-crossed  pic 9(4) value 0.
       77 circles-measured  pic 9(4) value 0.
       77 curves-counted    pic 9(4) value 0.
       77 ws-rpt-line    pic x(132) value spaces.
       77 run-rc         pic 99 value 0.
       77 new-rc         pic 99.

      **程序
       procedure division.
           accept accept-mode from environment "DDA-ACCEPT"
               on exception move "N" to accept-mode
           end-accept
           accept only-drawing from environment "DDA-DRAWING"
               on exception move spaces to only-drawing
           end-accept
           open output reportfile
           perform open-source
           perform read-source
           if more-data = "N"
               move "NO DRAWINGS TO MEASURE" to ws-rpt-line
               perform write-report
               move 4 to new-rc
               perform raise-rc
           else
               perform collect-drawing until more-data = "N"
           end-if
           perform write-summary
           perform close-source
           close reportfile
           move run-rc to return-code
           stop run.

       raise-rc section.
           if new-rc > run-rc
               move new-rc to run-rc
           end-if.

       write-report section.
           move ws-rpt-line to rpt-line
           write report-rec
           move spaces to ws-rpt-line.

       open-source section.
           if accept-mode = "Y"
               open input acceptfile
           else
               open input masterfile
               if only-drawing not = spaces
                   move only-drawing to mst-drawing
                   move zero to mst-seq
                   start masterfile key > master-key
                   invalid key
                       move "N" to more-data
                   end-start
               end-if
           end-if.

       close-source section.
           if accept-mode = "Y"
               close acceptfile
           else
               close masterfile
           end-if.

       read-source section.
           if more-data = "Y"
               if accept-mode = "Y"
                   perform read-accept
               else
                   perform read-master
                   perform read-master
                       until more-data = "N" or mst-seq not = zero
                   if more-data = "Y" and only-drawing not = spaces
                       and mst-drawing not = only-drawing
                       move "N" to more-data
                   end-if
               end-if
           end-if.

       read-accept section.
           read acceptfile next record
           at end
             move "N" to more-data
           not at end
             add 1 to accept-count
             move accept-count to src-seq
             move spaces to src-drawing
             move acc-image to src-image
             move acc-image to image1
           end-read.

       read-master section.
           read masterfile next record
           at end
             move "N" to more-data
           not at end
             move mst-seq to src-seq
             move mst-drawing to src-drawing
             move mst-image to src-image
             move mst-image to image1
           end-read.

       collect-drawing section.
           move src-image to image1
           move zero to buf-count
           move "N" to buf-over
           move src-drawing to meas-key
           move src-drawing to meas-drawing
           if img-is-drawing and meas-drawing = spaces
               move img-drawing to meas-drawing
           end-if
           move "N" to new-drawing
           perform buffer-drawing
               until more-data = "N" or new-drawing = "Y"
           add 1 to drawings-read
           if only-drawing = spaces or meas-drawing = only-drawing
               perform measure-drawing
           end-if.

       buffer-drawing section.
           if buf-count < 999
               add 1 to buf-count
               move image1 to buf-image(buf-count)
               move src-seq to buf-seq(buf-count)
           else
               move "Y" to buf-over
           end-if
           perform read-source
           if more-data = "Y"
               if accept-mode = "Y"
                   if img-is-drawing
                       move "Y" to new-drawing
                   end-if
               else
                   if src-drawing not = meas-key
                       move "Y" to new-drawing
                   end-if
               end-if
           end-if.

       measure-drawing section.
           move 1 to b-i
           move buf-image(b-i) to image1
           if img-is-drawing
               add 1 to b-i
           end-if
           if buf-over = "Y"
               string "DRAWING=" meas-drawing
                      " TOO MANY RECORDS - NOT MEASURED"
                      delimited by size into ws-rpt-line
               perform write-report
               add 1 to drawings-bad
               move 8 to new-rc
               perform raise-rc
           else
           if b-i + 2 > buf-count
               string "DRAWING=" meas-drawing
                      " SHORT HEADER RECORDS - NOT MEASURED"
                      delimited by size into ws-rpt-line
               perform write-report
               add 1 to drawings-bad
               move 8 to new-rc
               perform raise-rc
           else
               add 1 to b-i
               move buf-image(b-i) to image1
               move img-data1 to origin-col
               move img-data2 to origin-row
               add 1 to b-i
               move 100 to xf-scale
               move "0" to xf-code
               move buf-image(b-i) to image1
               if img-is-transform
                   if img-data1 numeric and img-data1 > zero
                       move img-data1 to xf-scale
                   end-if
                   if img-data3 not = space
                       move img-data3 to xf-code
                   end-if
                   add 1 to b-i
               end-if
               if b-i > buf-count
                   string "DRAWING=" meas-drawing
                          " SHORT HEADER RECORDS - NOT MEASURED"
                          delimited by size into ws-rpt-line
                   perform write-report
                   add 1 to drawings-bad
                   move 8 to new-rc
                   perform raise-rc
               else
                   move buf-image(b-i) to image1
                   move "OPEN" to shape-mode
                   if img-is-close
                       move "CLOSED" to shape-mode
                   end-if
                   if img-is-fill
                       move "FILLED" to shape-mode
                   end-if
                   move zero to n-declared
                   if img-data1 numeric and img-data1 > zero
                       move img-data1 to n-declared
                   end-if
                   add 1 to b-i
                   add 1 to drawings-measured
                   perform measure-points
               end-if
           end-if
           end-if.

       measure-points section.
           string "DRAWING=" meas-drawing
                  " MODE=" shape-mode
                  " SCALE=" xf-scale " XFORM=" xf-code
                  delimited by size into ws-rpt-line
           perform write-report
           move zero to vtx-count
           move zero to curve-run
           move n-declared to n-left
           perform measure-record
               until b-i > buf-count or n-left = zero
           if curve-run > zero
               perform write-curve
           end-if
           perform measure-outline.

       measure-record section.
           move buf-image(b-i) to image1
           if img-is-curve
               if curve-run = zero
                   move buf-seq(b-i) to curve-seq
               end-if
               add 1 to curve-run
           else
               if curve-run > zero
                   perform write-curve
               end-if
           end-if
           if img-shape = space
               perform transform-point
               if vtx-count < 999
                   add 1 to vtx-count
                   move xf-x to vtx-x(vtx-count)
                   move xf-y to vtx-y(vtx-count)
                   move buf-seq(b-i) to vtx-seq(vtx-count)
               end-if
           end-if
           if img-is-circle
               perform measure-circle
           end-if
           if img-is-insert
               perform transform-point
               move xf-x to coord-out-x
               move xf-y to coord-out-y
               string "  INSERT REC=" buf-seq(b-i)
                      " DRAWING=" img-drawing
                      " AT=" coord-out-x "," coord-out-y
                      " NOT MEASURED"
                      delimited by size into ws-rpt-line
               perform write-report
           end-if
           add 1 to b-i
           subtract 1 from n-left.

       transform-point section.
           compute xf-x = (img-data1 * xf-scale) / 100
           compute xf-y = (img-data2 * xf-scale) / 100
           if xf-code = "1"
               move xf-x to xf-t
               compute xf-x = 0 - xf-y
               move xf-t to xf-y
           end-if
           if xf-code = "2"
               compute xf-x = 0 - xf-x
               compute xf-y = 0 - xf-y
           end-if
           if xf-code = "3"
               move xf-x to xf-t
               move xf-y to xf-x
               compute xf-y = 0 - xf-t
           end-if
           if xf-code = "H"
               compute xf-x = 0 - xf-x
           end-if
           if xf-code = "V"
               compute xf-y = 0 - xf-y
           end-if
           add origin-col to xf-x
           add origin-row to xf-y.

       measure-circle section.
           perform transform-point
           add 1 to circles-measured
           if img-radius numeric
               compute circ-r = (img-radius * xf-scale) / 100
           else
               move zero to circ-r
           end-if
           compute circ-len rounded = 2 * FUNCTION PI * circ-r
           compute circ-area rounded = FUNCTION PI * circ-r * circ-r
           move xf-x to coord-out-x
           move xf-y to coord-out-y
           move circ-r to rad-out
           move circ-len to len-out
           move circ-area to area-out
           string "  CIRCLE REC=" buf-seq(b-i)
                  " CENTRE=" coord-out-x "," coord-out-y
                  " R=" rad-out
                  " CIRCUMFERENCE=" len-out
                  " AREA=" area-out
                  delimited by size into ws-rpt-line
           perform write-report.

       write-curve section.
           add 1 to curves-counted
           string "  CURVE REC=" curve-seq
                  " CONTROL-POINTS=" curve-run
                  delimited by size into ws-rpt-line
           perform write-report
           move zero to curve-run.

       measure-outline section.
           move zero to perimeter
           if vtx-count < 2
               string "  VERTICES=" vtx-count
                      " NO EDGES TO MEASURE"
                      delimited by size into ws-rpt-line
               perform write-report
           else
               move vtx-count to e-last
               if shape-mode = "OPEN"
                   subtract 1 from e-last
               end-if
               perform varying e-i from 1 by 1 until e-i > e-last
                   perform measure-edge
               end-perform
               move perimeter to len-out
               if shape-mode = "OPEN"
                   string "  VERTICES=" vtx-count
                          " EDGES=" e-last
                          " LENGTH=" len-out
                          " OPEN - NO AREA"
                          delimited by size into ws-rpt-line
                   perform write-report
               else
                   perform measure-area
               end-if
           end-if.

       measure-edge section.
           move e-i to v-i
           if e-i = vtx-count
               move 1 to v-j
           else
               compute v-j = e-i + 1
           end-if
           compute edge-len rounded = FUNCTION SQRT(
               (vtx-x(v-j) - vtx-x(v-i)) ** 2
             + (vtx-y(v-j) - vtx-y(v-i)) ** 2)
           add edge-len to perimeter
           move vtx-x(v-i) to coord-out-x
           move vtx-y(v-i) to coord-out-y
           move vtx-x(v-j) to coord-out-x2
           move vtx-y(v-j) to coord-out-y2
           move edge-len to len-out
           string "  EDGE=" e-i " REC=" vtx-seq(v-i)
                  " FROM=" coord-out-x "," coord-out-y
                  " TO=" coord-out-x2 "," coord-out-y2
                  " LENGTH=" len-out
                  delimited by size into ws-rpt-line
           perform write-report.

       measure-area section.
           add 1 to polygons-closed
           move zero to area-2x
           move zero to cent-x-sum
           move zero to cent-y-sum
           perform varying v-i from 1 by 1 until v-i > vtx-count
               if v-i = vtx-count
                   move 1 to v-j
               else
                   compute v-j = v-i + 1
               end-if
               compute cross-term = vtx-x(v-i) * vtx-y(v-j)
                                  - vtx-x(v-j) * vtx-y(v-i)
               add cross-term to area-2x
               compute cent-x-sum = cent-x-sum
                   + (vtx-x(v-i) + vtx-x(v-j)) * cross-term
               compute cent-y-sum = cent-y-sum
                   + (vtx-y(v-i) + vtx-y(v-j)) * cross-term
           end-perform
           if area-2x < zero
               compute area-abs rounded = (0 - area-2x) / 2
           else
               compute area-abs rounded = area-2x / 2
           end-if
           perform check-crossing
           move perimeter to len-out
           move area-abs to area-out
           string "  VERTICES=" vtx-count
                  " PERIMETER=" len-out
                  " AREA=" area-out
                  " SELF-INTERSECTING=" crossing
                  delimited by size into ws-rpt-line
           perform write-report
           if vtx-count < 3 or area-2x = zero
               move "  CENTROID=NONE (NO ENCLOSED AREA)" to ws-rpt-line
           else
               compute cent-x rounded = cent-x-sum / (3 * area-2x)
               compute cent-y rounded = cent-y-sum / (3 * area-2x)
               move cent-x to coord-out-x
               move cent-y to coord-out-y
               string "  CENTROID=" coord-out-x "," coord-out-y
                      delimited by size into ws-rpt-line
           end-if
           perform write-report
           if crossing = "Y"
               add 1 to polygons-crossed
               move 4 to new-rc
               perform raise-rc
           end-if.

       check-crossing section.
           move "N" to crossing
           if vtx-count > 3
               perform varying e-i from 1 by 1
                       until e-i > vtx-count or crossing = "Y"
                   perform varying e-j from e-i by 1
                           until e-j > vtx-count or crossing = "Y"
                       if e-j > e-i + 1
                           and not (e-i = 1 and e-j = vtx-count)
                           perform test-edge-pair
                       end-if
                   end-perform
               end-perform
           end-if.

       test-edge-pair section.
           move vtx-x(e-i) to ea-x
           move vtx-y(e-i) to ea-y
           if e-i = vtx-count
               move vtx-x(1) to eb-x
               move vtx-y(1) to eb-y
           else
               move vtx-x(e-i + 1) to eb-x
               move vtx-y(e-i + 1) to eb-y
           end-if
           move vtx-x(e-j) to ec-x
           move vtx-y(e-j) to ec-y
           if e-j = vtx-count
               move vtx-x(1) to ed-x
               move vtx-y(1) to ed-y
           else
               move vtx-x(e-j + 1) to ed-x
               move vtx-y(e-j + 1) to ed-y
           end-if
           compute o1 = (eb-x - ea-x) * (ec-y - ea-y)
                    - (eb-y - ea-y) * (ec-x - ea-x)
           compute o2 = (eb-x - ea-x) * (ed-y - ea-y)
                    - (eb-y - ea-y) * (ed-x - ea-x)
           compute o3 = (ed-x - ec-x) * (ea-y - ec-y)
                    - (ed-y - ec-y) * (ea-x - ec-x)
           compute o4 = (ed-x - ec-x) * (eb-y - ec-y)
                    - (ed-y - ec-y) * (eb-x - ec-x)
           if ((o1 > zero and o2 < zero) or (o1 < zero and o2 > zero))
              and ((o3 > zero and o4 < zero)
                   or (o3 < zero and o4 > zero))
               move "Y" to crossing
           else
               if o1 = zero
                   move ea-x to sp-x
                   move ea-y to sp-y
                   move eb-x to sq-x
                   move eb-y to sq-y
                   move ec-x to sr-x
                   move ec-y to sr-y
                   perform test-on-segment
               end-if
               if o2 = zero
                   move ea-x to sp-x
                   move ea-y to sp-y
                   move eb-x to sq-x
                   move eb-y to sq-y
                   move ed-x to sr-x
                   move ed-y to sr-y
                   perform test-on-segment
               end-if
               if o3 = zero
                   move ec-x to sp-x
                   move ec-y to sp-y
                   move ed-x to sq-x
                   move ed-y to sq-y
                   move ea-x to sr-x
                   move ea-y to sr-y
                   perform test-on-segment
               end-if
               if o4 = zero
                   move ec-x to sp-x
                   move ec-y to sp-y
                   move ed-x to sq-x
                   move ed-y to sq-y
                   move eb-x to sr-x
                   move eb-y to sr-y
                   perform test-on-segment
               end-if
           end-if.

       test-on-segment section.
           move "Y" to on-seg
           if sr-x < sp-x and sr-x < sq-x
               move "N" to on-seg
           end-if
           if sr-x > sp-x and sr-x > sq-x
               move "N" to on-seg
           end-if
           if sr-y < sp-y and sr-y < sq-y
               move "N" to on-seg
           end-if
           if sr-y > sp-y and sr-y > sq-y
               move "N" to on-seg
           end-if
           if on-seg = "Y"
               move "Y" to crossing
           end-if.

       write-summary section.
           string "DRAWINGS-READ=" drawings-read
                  " MEASURED=" drawings-measured
                  " NOT-MEASURED=" drawings-bad
                  delimited by size into ws-rpt-line
           perform write-report
           string "CLOSED-POLYGONS=" polygons-closed
                  " SELF-INTERSECTING=" polygons-crossed
                  " CIRCLES=" circles-measured
                  " CURVES=" curves-counted
                  " RC=" run-rc
                  delimited by size into ws-rpt-line
           perform write-report.
