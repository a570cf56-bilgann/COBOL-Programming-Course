      *             line and EXCFILE entry -- the vendor grouping
      *             used blanks as its end sentinel and was
      *             silently dropping them.
      * 2026-10-15  every PO is also written to the POXMIT outbound
      *             PO interchange file -- a header, one record per
      *             line, and a trailer with the line count and
      *             total -- for transmission to the vendor.
      *
       environment division.
       configuration section.
                assign to POPRINT
                organization is sequential.
      *
      * outbound PO interchange, one header/lines/trailer set per
      * PO, for transmission to the vendor
           select po-xmit-file
                assign to POXMIT
                organization is sequential.
      *
      * common exception file, shared across the suite -- appended
      * to, so one daily file collects every program's exceptions
           select optional exception-file
           data record is po-print-line
           record contains 95 characters.
       01 po-print-line                 pic x(95).
      *
      * PO interchange record -- the record type says which view
      * applies: H header, D line, T trailer
       fd po-xmit-file
           recording mode is F
           data record is po-xmit-line
           record contains 80 characters.
      *
       01 po-xmit-line.
           05 px-rec-type               pic x.
                88 px-header            value "H".
                88 px-detail            value "D".
                88 px-trailer           value "T".
           05 px-po-number              pic 9(6).
           05 px-vendor-code            pic x(5).
           05 px-hdr-po-date            pic 9(8).
           05 px-hdr-vendor-name        pic x(25).
           05 px-hdr-lead-time          pic 9(3).
           05 px-hdr-due-date           pic 9(8).
           05 filler                    pic x(24).
      *
       01 px-detail-redef redefines po-xmit-line.
           05 filler                    pic x(12).
           05 px-dtl-line-number        pic 9(3).
           05 px-dtl-product-name       pic x(15).
           05 px-dtl-qty-ordered        pic 9(6).
           05 px-dtl-unit-cost          pic 9(5)v99.
           05 px-dtl-extended           pic 9(9)v99.
           05 filler                    pic x(26).
      *
       01 px-trailer-redef redefines po-xmit-line.
           05 filler                    pic x(12).
           05 px-trl-line-count         pic 9(3).
           05 px-trl-po-total           pic 9(9)v99.
           05 filler                    pic x(54).
      *
       fd exception-file
           recording mode is F
           05 ws-exc-count              pic 9(4) value 0.
           05 ws-mst-found-sw           pic x value "N".
                88 ws-mst-found         value "Y".
           05 ws-line-number            pic 9(3).
           05 ws-due-days               pic s9(5).
           05 ws-due-date               pic 9(8).
      *
       01 ws-blank-line                 pic x(95) value spaces.
      *
      *
       100-open-files.
           open input product-master-file.
           open output openpo-out-file, po-print-file, po-xmit-file.
           open extend exception-file.
           move function current-date   to ws-current-date.
      *
           move ws-ven-lead-time(ws-ven-idx) to dl-po-lead-time.
           write po-print-line          from ws-po-header2.
           write po-print-line          from ws-po-column-header.
           perform 422-xmit-po-header.

           perform varying ws-grp-idx from 1 by 1
                until ws-grp-idx > ws-sugg-count
           end-if.
           write po-print-line          from ws-po-total-line.
           write po-print-line          from ws-blank-line.
           perform 427-xmit-po-trailer.
      *
      * the vendor's copy opens with who it is for and when it is
      * due -- order date plus the vendor's lead time
       422-xmit-po-header.
           move 0                       to ws-line-number.
           move ws-ven-lead-time(ws-ven-idx) to ws-due-days.
           call "A0DATADD" using ws-date, ws-due-days, ws-due-date.
           move spaces                  to po-xmit-line.
           move "H"                     to px-rec-type.
           move ws-po-number            to px-po-number.
           move ws-cur-vendor           to px-vendor-code.
           move ws-date                 to px-hdr-po-date.
           move ws-ven-name(ws-ven-idx) to px-hdr-vendor-name.
           move ws-ven-lead-time(ws-ven-idx) to px-hdr-lead-time.
           move ws-due-date             to px-hdr-due-date.
           write po-xmit-line.
      *
      * a line prices at the product master's unit cost; a product
      * off the master prices at zero and says so on the line
           move ws-date                 to oo-order-date.
           move "O"                     to oo-status.
           write openpo-out-line.

           add 1                        to ws-line-number.
           move spaces                  to po-xmit-line.
           move "D"                     to px-rec-type.
           move ws-po-number            to px-po-number.
           move ws-cur-vendor           to px-vendor-code.
           move ws-line-number          to px-dtl-line-number.
           move ws-sug-product(ws-grp-idx) to px-dtl-product-name.
           move ws-sug-qty(ws-grp-idx)  to px-dtl-qty-ordered.
           move ws-line-cost            to px-dtl-unit-cost.
           move ws-line-extended        to px-dtl-extended.
           write po-xmit-line.
      *
      * the trailer lets the vendor prove nothing was lost in
      * transit
       427-xmit-po-trailer.
           move spaces                  to po-xmit-line.
           move "T"                     to px-rec-type.
           move ws-po-number            to px-po-number.
           move ws-cur-vendor           to px-vendor-code.
           move ws-line-number          to px-trl-line-count.
           move ws-po-total             to px-trl-po-total.
           write po-xmit-line.
      *
      * every suggestion for the unknown vendor becomes its own
      * exception line rather than a garbage PO
           close product-master-file.
           close openpo-out-file.
           close po-print-file.
           close po-xmit-file.
           close exception-file.
      *
       end program A1PURCH.
