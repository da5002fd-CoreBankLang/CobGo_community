       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Scheduled parameter changes, PARMPEND.DAT: one record per
      * change keyed in PARAMETER-MAINTENANCE for a business day
      * still to come, in the order keyed. PARAMETER-APPLY applies
      * and removes each one the night its effective date comes.
      * The record key is blank for a file holding one record. The
      * new value is held as stored in the parameter file, digits
      * without a decimal point, left-justified.

       01 PENDING-CHANGE-RECORD.
           05 PPC-EFFECTIVE-DATE  PIC 9(8).
           05 PPC-FILE-STEM       PIC X(8).
           05 PPC-RECORD-KEY      PIC X(12).
           05 PPC-FIELD-NAME      PIC X(30).
           05 PPC-NEW-VALUE       PIC X(30).
           05 PPC-OPERATOR-ID     PIC X(8).
           05 PPC-ENTERED-DATE    PIC 9(8).
           05 PPC-ENTERED-TIME    PIC 9(6).

      * Parameter history, PARMHIST.DAT: one record per change made
      * to a parameter file, appended as it is made, online for a
      * change effective the same day (applied by ONLINE) and by
      * PARAMETER-APPLY for a scheduled one (applied by BATCH).
      * Old and new values are held as stored. PARAMETER-HISTORY-
      * REPORT works back from the current files through it.

       01 PARAMETER-HISTORY-RECORD.
           05 PHS-EFFECTIVE-DATE  PIC 9(8).
           05 PHS-FILE-STEM       PIC X(8).
           05 PHS-RECORD-KEY      PIC X(12).
           05 PHS-FIELD-NAME      PIC X(30).
           05 PHS-OLD-VALUE       PIC X(30).
           05 PHS-NEW-VALUE       PIC X(30).
           05 PHS-OPERATOR-ID     PIC X(8).
           05 PHS-APPLIED-DATE    PIC 9(8).
           05 PHS-APPLIED-TIME    PIC 9(6).
           05 PHS-APPLIED-BY      PIC X(8).

      * Parameter report request, PARMASOF.DAT, one record, optional:
      * the date PARAMETER-HISTORY-REPORT reports as of (zero or no
      * file for the business date) and one file stem to report on
      * (blank for every maintained file).

       01 AS-OF-RECORD.
           05 PAS-AS-OF-DATE      PIC 9(8).
           05 PAS-FILE-STEM       PIC X(8).

      * Interface to the PARAMETER-STORE subprogram, which holds the
      * field dictionary of the maintained parameter files and does
      * their reading and writing.
      *   PST-FUNCTION  'C' list the maintained files, one line per
      *                 file (stem, then title) in PST-RECORD;
      *                 'D' describe the file PST-FILE-STEM;
      *                 'L' describe it and load its records;
      *                 'S' write PST-RECORD back as the whole file;
      *                 'F' format stored value PST-VALUE-RAW of field
      *                 PST-FIELD-INDEX into PST-VALUE-TEXT;
      *                 'V' check the entry PST-VALUE-TEXT against
      *                 the field's picture and range and set
      *                 PST-VALUE-RAW.
      *   PST-RESULT    '00' done; '35' file not on disk, no records;
      *                 '99' not a maintained file; '21' entry
      *                 refused, PST-MESSAGE says why; '30' file not
      *                 written.
      * A field's limits are its lowest and highest value in whole
      * units, or for a one-character code the values it may take.

       01 PARAMETER-STORE-INTERFACE.
           05 PST-FUNCTION        PIC X(1).
           05 PST-FILE-STEM       PIC X(8).
           05 PST-RESULT          PIC X(2).
           05 PST-FILE-DESCRIPTION PIC X(30).
           05 PST-KEY-LENGTH      PIC 9(2).
           05 PST-ADDS-ALLOWED    PIC X(1).
           05 PST-FIELD-COUNT     PIC 9(2).
           05 PST-FIELD OCCURS 15.
              10 PST-FIELD-NAME   PIC X(30).
              10 PST-FIELD-LABEL  PIC X(12).
              10 PST-FIELD-TYPE   PIC X(1).
                  88 PST-FIELD-IS-NUMBER VALUE 'N'.
                  88 PST-FIELD-IS-DATE   VALUE 'D'.
                  88 PST-FIELD-IS-TEXT   VALUE 'X'.
              10 PST-FIELD-OFFSET PIC 9(3).
              10 PST-FIELD-LENGTH PIC 9(2).
              10 PST-FIELD-DECIMALS PIC 9(1).
              10 PST-FIELD-LIMITS PIC X(20).
              10 PST-FIELD-RANGE REDEFINES PST-FIELD-LIMITS.
                 15 PST-FIELD-MINIMUM PIC 9(9).
                 15 FILLER        PIC X(1).
                 15 PST-FIELD-MAXIMUM PIC 9(10).
           05 PST-FIELD-INDEX     PIC 9(2).
           05 PST-VALUE-TEXT      PIC X(30).
           05 PST-VALUE-RAW       PIC X(30).
           05 PST-MESSAGE         PIC X(50).
           05 PST-RECORD-COUNT    PIC 9(3).
           05 PST-RECORD          PIC X(80) OCCURS 200.
