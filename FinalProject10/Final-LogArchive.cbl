       file section.
       fd error-log-file
           data record is error-log-line
           record contains 118 characters.

       01 error-log-line            pic x(118).

       fd control-total-file
           data record is ct-record

       fd error-archive-file
           data record is error-archive-line
           record contains 118 characters.

       01 error-archive-line        pic x(118).

       fd ctltot-archive-file
           data record is ctltot-archive-line

       fd error-keep-file
           data record is error-keep-line
           record contains 118 characters.

       01 error-keep-line           pic x(118).

       fd ctltot-keep-file
           data record is ctltot-keep-line
