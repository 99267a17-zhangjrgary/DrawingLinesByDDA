               end-if
           end-if
           move mst-seq to prev-seq
           if mst-seq not = zero
               move "Y" to have-prev
               add 1 to drawing-recs
               move mst-image to image1
               perform audit-image
           end-if.

       audit-image section.
           move "Y" to coords-ok
