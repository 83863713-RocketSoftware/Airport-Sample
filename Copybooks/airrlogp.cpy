      * Parameter area for the airrlog run-log writer. The caller
      * fills job name, record type (S/E), completion status and the
      * counts; airrlog stamps the time and appends to the common
      * run log. A job that writes a report also names it, with a
      * title, on its end record, and airrlog registers it on the
      * report catalogue; left blank, nothing is registered.
      *
      ******************************************************************

           03 (rl-prefix)-in-count     pic 9(7).
           03 (rl-prefix)-out-count    pic 9(7).
           03 (rl-prefix)-reject-count pic 9(7).
           03 (rl-prefix)-report-file  pic x(80).
           03 (rl-prefix)-report-title pic x(40).
