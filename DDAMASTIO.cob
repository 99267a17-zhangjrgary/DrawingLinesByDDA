       input-output section.
       file-control.

       select optional masterfile assign to "MASTERDD"
           organization is indexed
           access is dynamic
           record key is master-key.
               10 mst-seq     pic 9(4).
           05 mst-image       pic x(52).

       working-storage section.
       77 file-open     pic x(1) value "N".
       77 insert-open   pic x(1) value "N".
       01 host-key.
           05 host-drawing pic x(8).
           05 host-seq     pic 9(4).

       linkage section.
       01 io-op       pic x(1).
       01 io-drawing  pic x(8).
           move "0" to io-status
           if io-op = "O"
               open input masterfile
               move "Y" to file-open
               move io-drawing to host-drawing
               move zero to host-seq
               move io-drawing to mst-drawing
               move zero to mst-seq
               start masterfile key > master-key
               invalid key
                   move "N" to io-status
               end-start
                     move "E" to io-status
                 else
                     move mst-image to io-image
                     move master-key to host-key
                 end-if
               end-read
           end-if
           if io-op = "S"
               move io-drawing to mst-drawing
               move zero to mst-seq
               read masterfile record
               invalid key
                   move "N" to io-status
               not invalid key
                   move mst-image to io-image
               end-read
               move io-drawing to mst-drawing
               move zero to mst-seq
               start masterfile key > master-key
               invalid key
                   continue
               end-start
           end-if
           if io-op = "I"
               if file-open = "N"
                   open input masterfile
                   move "Y" to insert-open
               else
                   move "N" to insert-open
               end-if
               move io-drawing to mst-drawing
               move zero to mst-seq
               start masterfile key > master-key
               invalid key
                   move "N" to io-status
               end-start
           end-if
           if io-op = "J"
               read masterfile next record
               at end
                 move "E" to io-status
               not at end
                 if mst-drawing not = io-drawing
                     move "E" to io-status
                 else
                     move mst-image to io-image
                 end-if
               end-read
           end-if
           if io-op = "K"
               if insert-open = "Y"
                   close masterfile
                   move "N" to insert-open
               else
                   move host-key to master-key
                   start masterfile key > master-key
                   invalid key
                       continue
                   end-start
               end-if
           end-if
           if io-op = "C"
               close masterfile
               move "N" to file-open
           end-if
           goback.
