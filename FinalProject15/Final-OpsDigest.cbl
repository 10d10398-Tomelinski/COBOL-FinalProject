
       fd error-log-file
           data record is error-log-line
           record contains 118 characters.

       01 error-log-line            pic x(118).

       fd report-file
           data record is report-line
