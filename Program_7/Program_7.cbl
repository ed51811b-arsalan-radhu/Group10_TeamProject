
       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       01 store-master-record.
         05 str-store-number         pic 99.
         05 str-region               pic x(2).
         05 str-status               pic x.
           88 str-open-88               value 'O'.
         05 str-open-date            pic 9(8).
         05 str-close-date           pic 9(8).

       fd report-file
           data record is report-line
