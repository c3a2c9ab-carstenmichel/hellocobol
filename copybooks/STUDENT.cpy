001870*                     INACTIVE.  ZERO OR BLANK ON RECORDS       *
001880*                     OLDER THAN THIS FIELD; STUARCH FALLS      *
001890*                     BACK TO LS-ENROLLMENT-DATE FOR THOSE.     *
001891*    2026-10-15 MO    ADDED STATUS "M" (MERGED) AND CARVED      *
001892*                     LS-MERGED-INTO-ID OUT OF THE TRAILING     *
001893*                     FILLER (RECORD LENGTH UNCHANGED).  SET    *
001894*                     ONLY ON THE ARCHIVE COPY MERGEID WRITES   *
001895*                     FOR A RETIRED DUPLICATE ID; SPACES ON     *
001896*                     EVERY OTHER RECORD.                       *
001900*                                                                *
002000******************************************************************
002100
003700         88  LS-STATUS-INACTIVE      VALUE "I".
003800         88  LS-STATUS-GRADUATED     VALUE "G".
003900         88  LS-STATUS-WITHDRAWN     VALUE "W".
003950         88  LS-STATUS-MERGED        VALUE "M".
004000     05  LS-PROGRAM-CODE             PIC X(04).
004110     05  LS-STATUS-CHANGE-DATE.
004120         10  LS-CHG-CENTURY          PIC 9(02).
004130         10  LS-CHG-YEAR             PIC 9(02).
004140         10  LS-CHG-MONTH            PIC 9(02).
004150         10  LS-CHG-DAY              PIC 9(02).
004160     05  LS-MERGED-INTO-ID           PIC X(09).
004170     05  FILLER                      PIC X(03).
