      *master - no duplicate store number on an add, region and
      *district codes present, unit price numeric, and no
      *deactivating a SKU that still sold today (checked against the
      *day's SLFILE stream). Each SKU carries the code of the vendor
      *it is bought from, which return-to-vendor claims are raised
      *against. Every applied change prints a
      *before/after audit line per field, stamped with the submitting
      *user id off the transaction, and every reject prints with its
      *reason - the trail audit asks for every year and the ad-hoc
                88 mt-deactivate-action
                    value 'D'.
           05 mt-user-id                    pic x(8).
           05 mt-field-data                 pic x(52).
           05 mt-store-fields redefines mt-field-data.
                10 mt-store-num              pic 99.
                10 mt-store-status           pic x.
                10 mt-region-code            pic xx.
                10 mt-district-code          pic x(3).
                10 filler                    pic x(44).
           05 mt-sku-fields redefines mt-field-data.
                10 mt-sku-code               pic x(15).
                10 mt-sku-status             pic x.
                10 mt-unit-price             pic x(7).
                10 mt-unit-price-n redefines mt-unit-price
                                             pic 9(5)V99.
                10 mt-vendor-code            pic x(6).
           05 filler                        pic x(18).

      **********************************************
       fd store-master
       fd sku-master
           recording mode is F
           data record is sku-master-record
           record contains 52 characters.

       01 sku-master-record.
           05 km-sku-code                   pic x(15).
           05 km-sku-desc                   pic x(20).
           05 km-dept-code                  pic x(3).
           05 km-unit-price                 pic 9(5)V99.
           05 km-vendor-code                pic x(6).

      **********************************************
       fd sl-file
           05 wb-sku-desc                   pic x(20).
           05 wb-dept-code                  pic x(3).
           05 wb-unit-price                 pic 9(5)V99.
           05 wb-vendor-code                pic x(6).

      * edited view of a unit price for the audit line's
      * alphanumeric before/after columns.
                move mt-sku-desc            to km-sku-desc
                move mt-dept-code           to km-dept-code
                move mt-unit-price-n        to km-unit-price
                move mt-vendor-code         to km-vendor-code
                write sku-master-record
                     invalid key
                          perform 490-rejecttran
                     move km-sku-desc       to wb-sku-desc
                     move km-dept-code      to wb-dept-code
                     move km-unit-price     to wb-unit-price
                     move km-vendor-code    to wb-vendor-code

                     if mt-sku-status not = spaces
                          move mt-sku-status to km-sku-status
                          move mt-unit-price-n
                                             to km-unit-price
                     end-if
                     if mt-vendor-code not = spaces
                          move mt-vendor-code
                                             to km-vendor-code
                     end-if
                     rewrite sku-master-record
                     perform 820-checkskuio
                     add 1                  to ws-applied-total
                     move km-sku-desc       to wb-sku-desc
                     move km-dept-code      to wb-dept-code
                     move km-unit-price     to wb-unit-price
                     move km-vendor-code    to wb-vendor-code
                     move 'I'               to km-sku-status
                     rewrite sku-master-record
                     perform 820-checkskuio
                move ws-audit-price-out     to ws-ad-after-out
                perform 495-writeauditline
           end-if.
           if km-vendor-code not = wb-vendor-code
                move 'VENDOR-CODE   '       to ws-ad-field-out
                move wb-vendor-code         to ws-ad-before-out
                move km-vendor-code         to ws-ad-after-out
                perform 495-writeauditline
           end-if.

       490-rejecttran.
           move ws-yes-flag                 to ws-reject-flag.
