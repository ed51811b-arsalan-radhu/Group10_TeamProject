
       fd sku-master-file
           data record is sku-master-record
           record contains 29 characters.

       01 sku-master-record.
         05 smr-sku-code             pic x(15).
         05 smr-unit-price           pic 9(5)v99.
         05 smr-unit-cost            pic 9(5)v99.

       fd report-file
           data record is report-line
