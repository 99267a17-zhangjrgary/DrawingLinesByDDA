      **注意文件名
       identification division.
       program-id. dda_prov.

      **环境
       environment division.
       input-output section.
       file-control.

       select ownmapfile assign to "OWNMAPDD"
           organization is line sequential
           access is sequential.
       select queryfile assign to "PROVQDD"
           organization is line sequential
           access is sequential.
       select reportfile assign to "provrpt1.txt"
           organization is line sequential
           access is sequential.

      **数据
       data division.
       file section.

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
       fd queryfile.
       01 query-rec.
           05 qc-kind    pic x(1).
               88 qc-is-point value "P".
               88 qc-is-rect  value "R".
           05 qc-col1    pic 999.
           05 qc-row1    pic 999.
           05 qc-col2    pic 999.
           05 qc-row2    pic 999.
       fd reportfile.
       01 report-rec.
           05 rpt-line pic x(132).

       working-storage section.
       01 query-table.
           03 q-entry occurs 100 times.
               05 q-kind    pic x(1).
               05 q-col1    pic 999.
               05 q-row1    pic 999.
               05 q-col2    pic 999.
               05 q-row2    pic 999.
               05 q-hits    pic 9(6).
       01 prim-table.
           03 pr-entry occurs 9999 times.
               05 pr-recno  pic 9(6).
               05 pr-kind   pic x(1).
               05 pr-i      pic 999.
               05 pr-x1     pic 999.
               05 pr-y1     pic 999.
               05 pr-x2     pic 999.
               05 pr-y2     pic 999.
               05 pr-radius pic 999.
               05 pr-style  pic x(1).
               05 pr-ts     pic x(21).
       01 hit-table.
           03 hit-entry occurs 2000 times.
               05 hit-q     pic 999.
               05 hit-col   pic 999.
               05 hit-row   pic 999.
               05 hit-recno pic 9(6).
               05 hit-prim  pic 9(5).
               05 hit-char  pic x(1).
       77 query-drawing  pic x(8) value spaces.
       77 query-count    pic 999 value 0.
       77 query-bad      pic 9(4) value 0.
       77 hit-count      pic 9(4) value 0.
       77 hit-over       pic 9(6) value 0.
       77 prim-over      pic 9(6) value 0.
       77 map-found      pic x(1) value "N".
       77 map-cols       pic 999 value 0.
       77 map-rows       pic 999 value 0.
       77 map-ts         pic x(21) value spaces.
       77 eof-flag       pic x(1).
       77 q-i            pic 999.
       77 h-i            pic 9(4).
       77 p-i            pic 9(5).
       77 q-match        pic x(1).
       77 lo-col         pic 999.
       77 hi-col         pic 999.
       77 lo-row         pic 999.
       77 hi-row         pic 999.
       77 cells-reported pic 9(6) value 0.
       77 cells-blank    pic 9(6) value 0.
       77 kind-text      pic x(7).
       77 ws-rpt-line    pic x(132) value spaces.
       77 run-rc         pic 99 value 0.
       77 new-rc         pic 99.

      **程序
       procedure division.
           open output reportfile
           accept query-drawing from environment "DDA-DRAWING"
               on exception move spaces to query-drawing
           end-accept
           if query-drawing = spaces
               move "DDA-DRAWING MISSING - NOTHING TO QUERY"
                   to ws-rpt-line
               perform write-report
               move 12 to run-rc
           else
               perform load-queries
               if query-count = zero
                   move "NO VALID QUERY CARDS ON PROVQDD"
                       to ws-rpt-line
                   perform write-report
                   move 4 to new-rc
                   perform raise-rc
               else
                   perform scan-owner-map
                   if map-found = "N"
                       string "DRAWING=" query-drawing
                              " NOT ON OWNER MAP"
                              delimited by size into ws-rpt-line
                       perform write-report
                       move 8 to new-rc
                       perform raise-rc
                   else
                       perform write-heading
                       perform varying q-i from 1 by 1
                               until q-i > query-count
                           perform report-query
                       end-perform
                   end-if
               end-if
               perform write-summary
           end-if
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

       load-queries section.
           move "N" to eof-flag
           open input queryfile
           perform load-query-record until eof-flag = "Y"
           close queryfile.

       load-query-record section.
           read queryfile next record
           at end
             move "Y" to eof-flag
           not at end
             if query-rec = spaces
                 continue
             else
             if (not qc-is-point and not qc-is-rect)
                 or qc-col1 not numeric or qc-row1 not numeric
                 or (qc-is-rect
                     and (qc-col2 not numeric or qc-row2 not numeric))
                 string "CARD=" query-rec " BAD QUERY CARD"
                        delimited by size into ws-rpt-line
                 perform write-report
                 add 1 to query-bad
                 move 4 to new-rc
                 perform raise-rc
             else
             if query-count < 100
                 add 1 to query-count
                 move qc-kind to q-kind(query-count)
                 move qc-col1 to q-col1(query-count)
                 move qc-row1 to q-row1(query-count)
                 if qc-is-rect
                     move qc-col2 to q-col2(query-count)
                     move qc-row2 to q-row2(query-count)
                 else
                     move qc-col1 to q-col2(query-count)
                     move qc-row1 to q-row2(query-count)
                 end-if
                 move zero to q-hits(query-count)
             else
                 string "CARD=" query-rec " TOO MANY QUERY CARDS"
                        delimited by size into ws-rpt-line
                 perform write-report
                 add 1 to query-bad
                 move 4 to new-rc
                 perform raise-rc
             end-if
             end-if
             end-if
           end-read.

       scan-owner-map section.
           move "N" to eof-flag
           open input ownmapfile
           perform scan-owner-record until eof-flag = "Y"
           close ownmapfile.

       scan-owner-record section.
           read ownmapfile next record
           at end
             move "Y" to eof-flag
           not at end
             if om-drawing = query-drawing
                 if om-is-header
                     perform take-map-header
                 end-if
                 if om-is-prim
                     perform take-map-prim
                 end-if
                 if om-is-cell
                     perform take-map-cell
                 end-if
             end-if
           end-read.

       take-map-header section.
           move "Y" to map-found
           move omh-cols to map-cols
           move omh-rows to map-rows
           move omh-ts to map-ts
           move zero to hit-count
           move zero to hit-over
           move zero to prim-over
           perform varying p-i from 1 by 1 until p-i > 9999
               move zero   to pr-recno(p-i)
               move space  to pr-kind(p-i)
               move zero   to pr-i(p-i)
               move zero   to pr-x1(p-i)
               move zero   to pr-y1(p-i)
               move zero   to pr-x2(p-i)
               move zero   to pr-y2(p-i)
               move zero   to pr-radius(p-i)
               move space  to pr-style(p-i)
               move spaces to pr-ts(p-i)
           end-perform
           perform varying q-i from 1 by 1 until q-i > query-count
               move zero to q-hits(q-i)
           end-perform.

       take-map-prim section.
           if omp-prim > zero and omp-prim <= 9999
               move omp-recno  to pr-recno(omp-prim)
               move omp-kind   to pr-kind(omp-prim)
               move omp-i      to pr-i(omp-prim)
               move omp-x1     to pr-x1(omp-prim)
               move omp-y1     to pr-y1(omp-prim)
               move omp-x2     to pr-x2(omp-prim)
               move omp-y2     to pr-y2(omp-prim)
               move omp-radius to pr-radius(omp-prim)
               move omp-style  to pr-style(omp-prim)
               move omp-ts     to pr-ts(omp-prim)
           else
               add 1 to prim-over
           end-if.

       take-map-cell section.
           perform varying q-i from 1 by 1 until q-i > query-count
               perform match-query
               if q-match = "Y"
                   perform keep-hit
               end-if
           end-perform.

       match-query section.
           perform set-query-bounds
           move "N" to q-match
           if omc-col >= lo-col and omc-col <= hi-col
               and omc-row >= lo-row and omc-row <= hi-row
               move "Y" to q-match
           end-if.

       set-query-bounds section.
           if q-col1(q-i) <= q-col2(q-i)
               move q-col1(q-i) to lo-col
               move q-col2(q-i) to hi-col
           else
               move q-col2(q-i) to lo-col
               move q-col1(q-i) to hi-col
           end-if
           if q-row1(q-i) <= q-row2(q-i)
               move q-row1(q-i) to lo-row
               move q-row2(q-i) to hi-row
           else
               move q-row2(q-i) to lo-row
               move q-row1(q-i) to hi-row
           end-if.

       keep-hit section.
           add 1 to q-hits(q-i)
           if hit-count < 2000
               add 1 to hit-count
               move q-i       to hit-q(hit-count)
               move omc-col   to hit-col(hit-count)
               move omc-row   to hit-row(hit-count)
               move omc-recno to hit-recno(hit-count)
               move omc-prim  to hit-prim(hit-count)
               move omc-char  to hit-char(hit-count)
           else
               add 1 to hit-over
           end-if.

       write-heading section.
           string "DRAWING=" query-drawing
                  " COLS=" map-cols " ROWS=" map-rows
                  " TS=" map-ts
                  delimited by size into ws-rpt-line
           perform write-report.

       report-query section.
           perform set-query-bounds
           if q-kind(q-i) = "P"
               string "QUERY=" q-i " CELL COL=" lo-col
                      " ROW=" lo-row
                      delimited by size into ws-rpt-line
           else
               string "QUERY=" q-i " RECT COL=" lo-col "-" hi-col
                      " ROW=" lo-row "-" hi-row
                      delimited by size into ws-rpt-line
           end-if
           perform write-report
           if lo-col < 1 or hi-col > map-cols
               or lo-row < 1 or hi-row > map-rows
               move "  OUTSIDE CANVAS" to ws-rpt-line
               perform write-report
               move 4 to new-rc
               perform raise-rc
           end-if
           if q-hits(q-i) = zero
               move "  NO DRAWN CELLS" to ws-rpt-line
               perform write-report
               add 1 to cells-blank
               move 4 to new-rc
               perform raise-rc
           else
               perform varying h-i from 1 by 1 until h-i > hit-count
                   if hit-q(h-i) = q-i
                       perform report-hit
                   end-if
               end-perform
           end-if.

       report-hit section.
           add 1 to cells-reported
           move hit-prim(h-i) to p-i
           if p-i = zero or p-i > 9999 or pr-kind(p-i) = space
               string "  COL=" hit-col(h-i) " ROW=" hit-row(h-i)
                      " CHAR=" hit-char(h-i)
                      " REC=" hit-recno(h-i)
                      " NO PRIMITIVE ON OWNER MAP"
                      delimited by size into ws-rpt-line
           else
               move pr-kind(p-i) to kind-text
               if pr-kind(p-i) = "L"
                   move "SEGMENT" to kind-text
               end-if
               if pr-kind(p-i) = "P"
                   move "CLOSE" to kind-text
               end-if
               if pr-kind(p-i) = "S"
                   move "CURVE" to kind-text
               end-if
               if pr-kind(p-i) = "C"
                   move "CIRCLE" to kind-text
               end-if
               if pr-kind(p-i) = "A"
                   move "TEXT" to kind-text
               end-if
               if pr-kind(p-i) = "V"
                   move "VTEXT" to kind-text
               end-if
               if pr-kind(p-i) = "C"
                   string "  COL=" hit-col(h-i) " ROW=" hit-row(h-i)
                          " CHAR=" hit-char(h-i)
                          " REC=" hit-recno(h-i)
                          " " kind-text
                          " CENTRE=" pr-x1(p-i) "," pr-y1(p-i)
                          " R=" pr-radius(p-i)
                          " STYLE=" pr-style(p-i)
                          " I=" pr-i(p-i)
                          " TS=" pr-ts(p-i)
                          delimited by size into ws-rpt-line
               else
               if pr-kind(p-i) = "A" or pr-kind(p-i) = "V"
                   string "  COL=" hit-col(h-i) " ROW=" hit-row(h-i)
                          " CHAR=" hit-char(h-i)
                          " REC=" hit-recno(h-i)
                          " " kind-text
                          " AT=" pr-x1(p-i) "," pr-y1(p-i)
                          " TS=" pr-ts(p-i)
                          delimited by size into ws-rpt-line
               else
                   string "  COL=" hit-col(h-i) " ROW=" hit-row(h-i)
                          " CHAR=" hit-char(h-i)
                          " REC=" hit-recno(h-i)
                          " " kind-text
                          " FROM=" pr-x1(p-i) "," pr-y1(p-i)
                          " TO=" pr-x2(p-i) "," pr-y2(p-i)
                          " STYLE=" pr-style(p-i)
                          " I=" pr-i(p-i)
                          " TS=" pr-ts(p-i)
                          delimited by size into ws-rpt-line
               end-if
               end-if
           end-if
           perform write-report.

       write-summary section.
           string "QUERIES=" query-count
                  " BAD-CARDS=" query-bad
                  " CELLS-REPORTED=" cells-reported
                  " QUERIES-EMPTY=" cells-blank
                  delimited by size into ws-rpt-line
           perform write-report
           if hit-over > zero or prim-over > zero
               string "CELLS-NOT-LISTED=" hit-over
                      " PRIMITIVES-NOT-HELD=" prim-over
                      delimited by size into ws-rpt-line
               perform write-report
               move 4 to new-rc
               perform raise-rc
           end-if
           string "RC=" run-rc
                  delimited by size into ws-rpt-line
           perform write-report.
