               88 rec-is-tolerance value "T".
               88 hdr-is-transform value "X".
               88 pt-is-curve      value "S".
               88 pt-is-insert     value "I".
           05 radius     pic 999.
           05 drawing-id pic x(8).
           05 line-style pic x(1).
       77 drawings-bad  pic 9(4) value 0.
       77 ws-rpt-line   pic x(80) value spaces.
       77 edit-rc       pic 99 value 0.
       77 mast-op       pic x(1).
       77 ins-drawing   pic x(8).
       77 mast-image    pic x(52).
       77 mast-status   pic x(1).

      **程序
       procedure division.
               if shape-type not = space and not pt-is-circle
                   and not pt-is-text and not pt-is-text-vert
                   and not rec-is-tolerance and not pt-is-curve
                   and not pt-is-insert
                   move "SHAPE" to err-field
                   move "N" to point-ok
               end-if
                       end-if
                   end-if
               end-if
               if point-ok = "Y" and pt-is-insert
                   perform check-insert-ref
               end-if
               if point-ok = "Y" and not style-valid
                   move "STYLE" to err-field
                   move "N" to point-ok
               end-if
           end-if.

       check-insert-ref section.
           move drawing-id to ins-drawing
           if ins-drawing = spaces or ins-drawing = current-drawing
               move "INSERT-REF" to err-field
               move "N" to point-ok
           else
               move "I" to mast-op
               call "dda_mastio" using mast-op ins-drawing
                   mast-image mast-status
               if mast-status = "0"
                   move "J" to mast-op
                   call "dda_mastio" using mast-op ins-drawing
                       mast-image mast-status
               end-if
               if mast-status not = "0"
                   move "INSERT-REF" to err-field
                   move "N" to point-ok
               end-if
               move "K" to mast-op
               call "dda_mastio" using mast-op ins-drawing
                   mast-image mast-status
           end-if.

       write-drawing section.
           if have-drawing-hdr = "Y"
               move hdr-drawing-image to acc-image
