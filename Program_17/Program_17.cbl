
       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
           05 sm-province-code              pic x(2).

       fd layaway-config-file
           data record is layaway-config-line
