      *================================================================|
      * EXCPWS - Exception Posting Fields (Working-Storage)
      *   The posting file's status and whether this run has it open,
      *   for the EXCPWRT copybook's paragraphs.
      *================================================================|
       01 ws-excp-status            pic xx      value "00".
       01 ws-excp-open              pic x       value "n".
