      **注意文件名
       identification division.
       program-id. dda_imprt.

      **环境
       environment division.
       input-output section.
       file-control.

       select importfile assign to "IMPORTDD"
           organization is line sequential
           access is sequential.
       select optional scalefile assign to "SCALEDD"
           organization is line sequential
           access is sequential.
       select inputfile assign to "INPUTDD"
           organization is line sequential
           access is sequential.
       select reportfile assign to "imprtrpt1.txt"
           organization is line sequential
           access is sequential.

      **数据
       data division.
       file section.

       fd importfile.
       01 import-rec.
           05 imp-line   pic x(200).
       fd scalefile.
       01 scale-card.
           05 scl-mult   pic 9(4)v9(4).
           05 scl-round  pic x(1).
               88 scl-round-valid values space "R" "T".
           05 scl-cols   pic 999.
           05 scl-rows   pic 999.
           05 scl-ocol   pic s999 sign is leading separate character.
           05 scl-orow   pic s999 sign is leading separate character.
       fd inputfile.
       01 input1.
           05 data1     pic s999 sign is leading separate character.
           05 data2     pic s999 sign is leading separate character.
           05 data3     pic x(1).
           05 shape-type pic x(1).
           05 radius     pic 999.
           05 drawing-id pic x(8).
           05 line-style pic x(1).
           05 annot-text pic x(30).
       fd reportfile.
       01 report-rec.
           05 rpt-line pic x(100).

       working-storage section.
       01 point-buffer.
           03 pt-entry occurs 999 times.
               05 pt-x      pic s9(4).
               05 pt-y      pic s9(4).
               05 pt-char   pic x(1).
               05 pt-shape  pic x(1).
               05 pt-radius pic 999.
               05 pt-ref    pic x(8).
               05 pt-style  pic x(1).
               05 pt-text   pic x(30).
       01 closed-table.
           03 closed-name occurs 500 times pic x(8).
       01 csv-fields.
           05 csv-drawing pic x(20).
           05 csv-shape   pic x(20).
           05 csv-x       pic x(20).
           05 csv-y       pic x(20).
           05 csv-radius  pic x(20).
           05 csv-style   pic x(20).
           05 csv-char    pic x(20).
           05 csv-text    pic x(200).
       77 more-data      pic x(1) value "Y".
       77 line-count     pic 9(6) value 0.
       77 rows-converted pic 9(6) value 0.
       77 rows-rejected  pic 9(6) value 0.
       77 rows-skipped   pic 9(6) value 0.
       77 drawings-written pic 9(4) value 0.
       77 card-ok        pic x(1) value "Y".
       77 scale-mult     pic 9(4)v9(4) value 1.
       77 scale-round    pic x(1) value "R".
       77 fix-cols       pic 999 value 0.
       77 fix-rows       pic 999 value 0.
       77 fix-ocol       pic s999 value 0.
       77 fix-orow       pic s999 value 0.
       77 cur-drawing    pic x(8) value spaces.
       77 cur-mode       pic x(1) value space.
       77 cur-fill-char  pic x(1) value space.
       77 pt-count       pic 999 value 0.
       77 closed-count   pic 999 value 0.
       77 cl-i           pic 999.
       77 row-ok         pic x(1).
       77 reject-reason  pic x(40).
       77 csv-ptr        pic 999.
       77 csv-count      pic 99.
       77 row-drawing    pic x(8).
       77 row-shape      pic x(1).
       77 row-style      pic x(1).
       77 row-kind       pic x(1).
       77 row-x          pic s9(4).
       77 row-y          pic s9(4).
       77 row-radius     pic 9(4).
       77 num-text       pic x(20).
       77 num-value      pic s9(7)v9(6).
       77 num-int        pic 9(7).
       77 num-frac       pic 9v9(6).
       77 num-scale      pic 9v9(6).
       77 num-sign       pic x(1).
       77 num-digits     pic 99.
       77 num-ok         pic x(1).
       77 num-dot        pic x(1).
       77 num-i          pic 99.
       77 num-ch         pic x(1).
       77 num-digit      pic 9.
       77 num-cells      pic s9(7).
       77 min-x          pic s9(4).
       77 max-x          pic s9(4).
       77 min-y          pic s9(4).
       77 max-y          pic s9(4).
       77 ext-lo         pic s9(4).
       77 ext-hi         pic s9(4).
       77 out-cols       pic s9(4).
       77 out-rows       pic s9(4).
       77 out-ocol       pic s9(4).
       77 out-orow       pic s9(4).
       77 data-cols      pic 999.
       77 data-rows      pic 999.
       77 p-i            pic 999.
       77 text-len       pic 999.
       77 text-work      pic x(200).
       77 trim-work      pic x(20).
       77 rpt-mult       pic zzz9.9999.
       77 rpt-col        pic ---9.
       77 rpt-row        pic ---9.
       77 ws-rpt-line    pic x(100) value spaces.
       77 run-rc         pic 99 value 0.
       77 new-rc         pic 99.

      **程序
       procedure division.
           open output reportfile
           perform read-scale-card
           if card-ok = "N"
               move 12 to new-rc
               perform raise-rc
           else
               open input importfile
               open output inputfile
               perform read-import
               if more-data = "N"
                   move "EMPTY IMPORT FILE - NOTHING TO CONVERT"
                       to ws-rpt-line
                   perform write-report
                   move 8 to new-rc
                   perform raise-rc
               else
                   perform import-line until more-data = "N"
                   perform flush-drawing
               end-if
               close importfile
               close inputfile
               if rows-converted = zero and line-count > zero
                   move 8 to new-rc
                   perform raise-rc
               end-if
           end-if
           perform write-summary
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

       read-scale-card section.
           open input scalefile
           read scalefile next record
           at end
             continue
           not at end
             if scl-mult not numeric or scl-mult = zero
                 or not scl-round-valid
                 or scl-cols not numeric or scl-rows not numeric
                 or scl-ocol not numeric or scl-orow not numeric
                 string "SCALE CARD=" scale-card " INVALID"
                        delimited by size into ws-rpt-line
                 perform write-report
                 move "N" to card-ok
             else
             if scl-cols > zero and scl-rows > zero
                 and (scl-ocol < zero or scl-ocol > scl-cols
                      or scl-orow < zero or scl-orow > scl-rows)
                 string "SCALE CARD=" scale-card
                        " ORIGIN OUTSIDE CANVAS - INVALID"
                        delimited by size into ws-rpt-line
                 perform write-report
                 move "N" to card-ok
             else
                 move scl-mult to scale-mult
                 if scl-round not = space
                     move scl-round to scale-round
                 end-if
                 move scl-cols to fix-cols
                 move scl-rows to fix-rows
                 move scl-ocol to fix-ocol
                 move scl-orow to fix-orow
             end-if
             end-if
           end-read
           close scalefile
           if card-ok = "Y"
               move scale-mult to rpt-mult
               move fix-ocol to rpt-col
               move fix-orow to rpt-row
               string "SCALE=" rpt-mult " ROUND=" scale-round
                      " COLS=" fix-cols " ROWS=" fix-rows
                      " ORIGIN=" rpt-col "," rpt-row
                      delimited by size into ws-rpt-line
               perform write-report
               if fix-cols = zero or fix-rows = zero
                   move "CANVAS AND ORIGIN FITTED TO EACH DRAWING"
                       to ws-rpt-line
                   perform write-report
               end-if
           end-if.

       read-import section.
           read importfile next record
           at end
             move "N" to more-data
           not at end
             add 1 to line-count
           end-read.

       import-line section.
           if imp-line = spaces or imp-line(1:1) = "#"
               add 1 to rows-skipped
           else
               perform split-line
               if line-count = 1 and csv-drawing = "DRAWING"
                   add 1 to rows-skipped
               else
                   perform convert-row
               end-if
           end-if
           perform read-import.

       split-line section.
           move spaces to csv-fields
           move 1 to csv-ptr
           move zero to csv-count
           unstring imp-line delimited by ","
               into csv-drawing csv-shape csv-x csv-y
                    csv-radius csv-style csv-char
               with pointer csv-ptr
               tallying in csv-count
           end-unstring
           if csv-ptr <= 200
               move imp-line(csv-ptr:) to csv-text
           end-if
           inspect csv-drawing converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect csv-shape converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect csv-style converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           perform left-justify-fields.

       left-justify-fields section.
           move csv-drawing to num-text
           perform trim-num-text
           move num-text to csv-drawing
           move csv-shape to num-text
           perform trim-num-text
           move num-text to csv-shape
           move csv-style to num-text
           perform trim-num-text
           move num-text to csv-style
           if csv-text(1:1) = quote
               move csv-text(2:) to text-work
               move text-work to csv-text
               move zero to text-len
               inspect csv-text tallying text-len
                   for characters before initial quote
               if text-len < 200
                   move spaces to csv-text(text-len + 1:)
               end-if
           end-if.

       trim-num-text section.
           perform until num-text = spaces
                      or num-text(1:1) not = space
               move num-text(2:) to trim-work
               move trim-work to num-text
           end-perform.

       convert-row section.
           move "Y" to row-ok
           move spaces to reject-reason
           move spaces to row-drawing
           move space to row-shape
           move space to row-style
           move zero to row-x
           move zero to row-y
           move zero to row-radius
           if csv-count < 2
               move "TOO FEW FIELDS" to reject-reason
               move "N" to row-ok
           end-if
           if row-ok = "Y"
               perform take-drawing-name
           end-if
           if row-ok = "Y"
               perform map-shape-word
           end-if
           if row-ok = "Y" and row-kind = "P"
               perform take-coordinates
           end-if
           if row-ok = "Y" and row-kind = "P"
               perform map-style-word
           end-if
           if row-ok = "Y" and row-kind = "P"
               perform check-row-fields
           end-if
           if row-ok = "Y"
               perform keep-row
           end-if
           if row-ok = "N"
               perform reject-row
           end-if.

       take-drawing-name section.
           if csv-drawing = spaces
               move "DRAWING NAME MISSING" to reject-reason
               move "N" to row-ok
           else
               if csv-drawing(9:12) not = spaces
                   move "DRAWING NAME LONGER THAN 8" to reject-reason
                   move "N" to row-ok
               else
                   move csv-drawing(1:8) to row-drawing
                   perform varying cl-i from 1 by 1
                           until cl-i > closed-count
                       if closed-name(cl-i) = row-drawing
                           move "DRAWING ALREADY CLOSED"
                               to reject-reason
                           move "N" to row-ok
                       end-if
                   end-perform
               end-if
           end-if.

       map-shape-word section.
           move "P" to row-kind
           move space to row-shape
           if csv-shape = spaces or csv-shape = "POINT"
               or csv-shape = "LINE" or csv-shape = "VERTEX"
               move space to row-shape
           else
           if csv-shape = "CIRCLE"
               move "C" to row-shape
           else
           if csv-shape = "TEXT" or csv-shape = "LABEL"
               move "A" to row-shape
           else
           if csv-shape = "VTEXT" or csv-shape = "VLABEL"
               move "V" to row-shape
           else
           if csv-shape = "CURVE"
               move "S" to row-shape
           else
           if csv-shape = "INSERT" or csv-shape = "SYMBOL"
               move "I" to row-shape
           else
           if csv-shape = "CLOSE"
               move "M" to row-kind
               move "C" to row-shape
           else
           if csv-shape = "FILL"
               move "M" to row-kind
               move "F" to row-shape
           else
           if csv-shape = "OPEN"
               move "M" to row-kind
               move space to row-shape
           else
               string "UNKNOWN SHAPE WORD " csv-shape
                      delimited by size into reject-reason
               move "N" to row-ok
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       map-style-word section.
           move space to row-style
           if csv-style = spaces or csv-style = "SOLID"
               move space to row-style
           else
           if csv-style = "DASHED" or csv-style = "DASH"
               move "D" to row-style
           else
           if csv-style = "DOTTED" or csv-style = "DOT"
               move "T" to row-style
           else
           if csv-style = "THICK" or csv-style = "WIDE"
               move "W" to row-style
           else
               string "UNKNOWN STYLE WORD " csv-style
                      delimited by size into reject-reason
               move "N" to row-ok
           end-if
           end-if
           end-if
           end-if.

       take-coordinates section.
           move csv-x to num-text
           perform parse-number
           if num-ok = "N"
               move "X NOT A NUMBER" to reject-reason
               move "N" to row-ok
           else
               perform scale-number
               if num-ok = "N"
                   move "X OUT OF RANGE AFTER SCALING" to reject-reason
                   move "N" to row-ok
               else
                   move num-cells to row-x
               end-if
           end-if
           if row-ok = "Y"
               move csv-y to num-text
               perform parse-number
               if num-ok = "N"
                   move "Y NOT A NUMBER" to reject-reason
                   move "N" to row-ok
               else
                   perform scale-number
                   if num-ok = "N"
                       move "Y OUT OF RANGE AFTER SCALING"
                           to reject-reason
                       move "N" to row-ok
                   else
                       move num-cells to row-y
                   end-if
               end-if
           end-if
           if row-ok = "Y" and row-shape = "C"
               move csv-radius to num-text
               perform parse-number
               if num-ok = "N" or num-sign = "-"
                   move "RADIUS NOT A POSITIVE NUMBER" to reject-reason
                   move "N" to row-ok
               else
                   perform scale-number
                   if num-ok = "N" or num-cells < 1
                       move "RADIUS OUT OF RANGE AFTER SCALING"
                           to reject-reason
                       move "N" to row-ok
                   else
                       move num-cells to row-radius
                   end-if
               end-if
           end-if.

       parse-number section.
           perform trim-num-text
           move "Y" to num-ok
           move zero to num-value
           move zero to num-int
           move zero to num-frac
           move 0.1 to num-scale
           move "+" to num-sign
           move "N" to num-dot
           move zero to num-digits
           if num-text = spaces
               move "N" to num-ok
           end-if
           perform varying num-i from 1 by 1
                   until num-i > 20 or num-ok = "N"
               move num-text(num-i:1) to num-ch
               if num-ch = space
                   if num-text(num-i:) not = spaces
                       move "N" to num-ok
                   end-if
                   move 21 to num-i
               else
               if (num-ch = "+" or num-ch = "-") and num-i = 1
                   move num-ch to num-sign
               else
               if num-ch = "."
                   if num-dot = "Y"
                       move "N" to num-ok
                   end-if
                   move "Y" to num-dot
               else
               if num-ch numeric
                   move num-ch to num-digit
                   add 1 to num-digits
                   if num-dot = "Y"
                       if num-scale > 0.000001
                           compute num-frac = num-frac
                               + num-scale * num-digit
                           compute num-scale = num-scale / 10
                       end-if
                   else
                       if num-int > 99999
                           move "N" to num-ok
                       else
                           compute num-int = num-int * 10
                               + num-digit
                       end-if
                   end-if
               else
                   move "N" to num-ok
               end-if
               end-if
               end-if
               end-if
           end-perform
           if num-digits = zero
               move "N" to num-ok
           end-if
           if num-ok = "Y"
               compute num-value = num-int + num-frac
               if num-sign = "-"
                   compute num-value = 0 - num-value
               end-if
           end-if.

       scale-number section.
           if scale-round = "T"
               compute num-cells = num-value * scale-mult
                   on size error move "N" to num-ok
               end-compute
           else
               compute num-cells rounded = num-value * scale-mult
                   on size error move "N" to num-ok
               end-compute
           end-if
           if num-cells > 999 or num-cells < -999
               move "N" to num-ok
           end-if.

       check-row-fields section.
           if csv-char(2:19) not = spaces
               move "DRAW CHARACTER LONGER THAN 1" to reject-reason
               move "N" to row-ok
           end-if
           if row-ok = "Y" and (row-shape = "A" or row-shape = "V")
               if csv-text = spaces
                   move "TEXT MISSING FOR LABEL" to reject-reason
                   move "N" to row-ok
               end-if
           end-if
           if row-ok = "Y" and csv-text(31:170) not = spaces
               move "TEXT LONGER THAN 30" to reject-reason
               move "N" to row-ok
           end-if
           if row-ok = "Y" and row-shape = "I"
               if csv-text = spaces or csv-text(9:22) not = spaces
                   move "INSERT NEEDS A DRAWING NAME IN TEXT"
                       to reject-reason
                   move "N" to row-ok
               else
                   inspect csv-text converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               end-if
           end-if.

       keep-row section.
           if row-drawing not = cur-drawing
               perform flush-drawing
               move row-drawing to cur-drawing
               move space to cur-mode
               move space to cur-fill-char
               move zero to pt-count
           end-if
           if row-kind = "M"
               move row-shape to cur-mode
               move csv-char(1:1) to cur-fill-char
               add 1 to rows-converted
           else
               if pt-count >= 999
                   move "TOO MANY POINTS FOR ONE DRAWING"
                       to reject-reason
                   move "N" to row-ok
               else
                   add 1 to pt-count
                   move row-x to pt-x(pt-count)
                   move row-y to pt-y(pt-count)
                   move csv-char(1:1) to pt-char(pt-count)
                   move row-shape to pt-shape(pt-count)
                   move row-radius to pt-radius(pt-count)
                   move row-style to pt-style(pt-count)
                   if row-shape = "I"
                       move csv-text(1:8) to pt-ref(pt-count)
                       move spaces to pt-text(pt-count)
                   else
                       move spaces to pt-ref(pt-count)
                       move csv-text(1:30) to pt-text(pt-count)
                   end-if
                   add 1 to rows-converted
               end-if
           end-if.

       reject-row section.
           add 1 to rows-rejected
           string "LINE=" line-count " REASON=" reject-reason
                  delimited by size into ws-rpt-line
           perform write-report
           move 4 to new-rc
           perform raise-rc.

       flush-drawing section.
           if cur-drawing not = spaces
               if pt-count = zero
                   string "DRAWING=" cur-drawing
                          " NO POINTS - NOT WRITTEN"
                          delimited by size into ws-rpt-line
                   perform write-report
                   move 4 to new-rc
                   perform raise-rc
               else
                   perform fit-canvas
                   if out-cols > 999 or out-rows > 999
                       or out-ocol > 999 or out-ocol < -999
                       or out-orow > 999 or out-orow < -999
                       string "DRAWING=" cur-drawing
                              " EXTENT TOO LARGE FOR CANVAS"
                              " - NOT WRITTEN"
                              delimited by size into ws-rpt-line
                       perform write-report
                       move 8 to new-rc
                       perform raise-rc
                   else
                   if out-ocol < zero or out-ocol > out-cols
                       or out-orow < zero or out-orow > out-rows
                       move out-ocol to rpt-col
                       move out-orow to rpt-row
                       string "DRAWING=" cur-drawing
                              " ORIGIN=" rpt-col "," rpt-row
                              " OUTSIDE CANVAS - NOT WRITTEN"
                              delimited by size into ws-rpt-line
                       perform write-report
                       move 8 to new-rc
                       perform raise-rc
                   else
                       perform write-drawing
                   end-if
                   end-if
               end-if
               if closed-count < 500
                   add 1 to closed-count
                   move cur-drawing to closed-name(closed-count)
               end-if
           end-if
           move spaces to cur-drawing
           move zero to pt-count.

       fit-canvas section.
           if fix-cols > zero and fix-rows > zero
               move fix-cols to out-cols
               move fix-rows to out-rows
               move fix-ocol to out-ocol
               move fix-orow to out-orow
           else
               move pt-x(1) to min-x
               move pt-x(1) to max-x
               move pt-y(1) to min-y
               move pt-y(1) to max-y
               if min-x > zero move zero to min-x end-if
               if max-x < zero move zero to max-x end-if
               if min-y > zero move zero to min-y end-if
               if max-y < zero move zero to max-y end-if
               perform varying p-i from 1 by 1 until p-i > pt-count
                   perform take-extent
               end-perform
               compute out-ocol = 2 - min-x
               compute out-orow = 2 - min-y
               compute out-cols = max-x - min-x + 3
               compute out-rows = max-y - min-y + 3
           end-if.

       take-extent section.
           move pt-radius(p-i) to ext-hi
           compute ext-lo = pt-x(p-i) - ext-hi
           compute ext-hi = pt-x(p-i) + ext-hi
           if ext-lo < min-x move ext-lo to min-x end-if
           if ext-hi > max-x move ext-hi to max-x end-if
           move pt-radius(p-i) to ext-hi
           compute ext-lo = pt-y(p-i) - ext-hi
           compute ext-hi = pt-y(p-i) + ext-hi
           if ext-lo < min-y move ext-lo to min-y end-if
           if ext-hi > max-y move ext-hi to max-y end-if.

       write-drawing section.
           move spaces to input1
           move zero to data1
           move zero to data2
           move "D" to shape-type
           move zero to radius
           move cur-drawing to drawing-id
           write input1
           move spaces to input1
           move out-cols to data-cols
           move out-rows to data-rows
           move out-cols to data1
           move out-rows to data2
           move zero to radius
           write input1
           move spaces to input1
           move out-ocol to data1
           move out-orow to data2
           move zero to radius
           write input1
           move spaces to input1
           move pt-count to data1
           move zero to data2
           move cur-mode to shape-type
           if cur-mode = "F"
               move cur-fill-char to data3
           end-if
           move zero to radius
           write input1
           perform varying p-i from 1 by 1 until p-i > pt-count
               perform write-point
           end-perform
           add 1 to drawings-written
           move out-ocol to rpt-col
           move out-orow to rpt-row
           string "DRAWING=" cur-drawing
                  " POINTS=" pt-count
                  " COLS=" data-cols " ROWS=" data-rows
                  " ORIGIN=" rpt-col "," rpt-row
                  " MODE=" cur-mode
                  delimited by size into ws-rpt-line
           perform write-report.

       write-point section.
           move spaces to input1
           move pt-x(p-i) to data1
           move pt-y(p-i) to data2
           move pt-char(p-i) to data3
           move pt-shape(p-i) to shape-type
           move pt-radius(p-i) to radius
           move pt-ref(p-i) to drawing-id
           move pt-style(p-i) to line-style
           move pt-text(p-i) to annot-text
           write input1.

       write-summary section.
           string "LINES-READ=" line-count
                  " CONVERTED=" rows-converted
                  " REJECTED=" rows-rejected
                  " SKIPPED=" rows-skipped
                  " DRAWINGS=" drawings-written
                  " RC=" run-rc
                  delimited by size into ws-rpt-line
           perform write-report.
