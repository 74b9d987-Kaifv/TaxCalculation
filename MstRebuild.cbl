       data division.
       file section.
       fd history-journal
           record contains 725 characters
           data record is histjrn-record.

       01 histjrn-record pic x(725).

       fd journal-file
           record contains 725 characters
           data record is jrn-input-record.

       01 jrn-input-record pic x(725).

       fd master-file
           record contains 363 characters
           data record is master-record.

       copy "mstrec.cpy".
           move jrn-aft-garnish to mst-ytd-garnish.
           move jrn-aft-split-data to mst-province-split.
           move jrn-aft-last-period to mst-last-pay-period.
           move jrn-aft-qpp to mst-ytd-qpp.
           move jrn-aft-er-qpp to mst-ytd-er-qpp.
           move jrn-aft-qpip to mst-ytd-qpip.
           move jrn-aft-er-qpip to mst-ytd-er-qpip.

      *Close files.
       300-close-files.
