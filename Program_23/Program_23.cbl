
       fd cashier-master-file
           data record is cashier-master-record
           record contains 35 characters.

       01 cashier-master-record.
         05 cm-cashier-id            pic x(3).
         05 cm-home-store            pic 99.
         05 cm-status                pic x.
           88 cm-active-88              value 'A'.
         05 cm-discount-pct          pic 99.
         05 cm-purchase-cap          pic 9(5)v99.

       fd report-file
           data record is report-line
