      ***************************************************************
      *                                                             *
      *               C  O  L  X  R  F  L  G                        *
      *                                                             *
      *  Column cross-reference record written by COLXREF's build   *
      *  to COLXREF.DAT, one row per table and column an extract,   *
      *  a load or a masking rule touches. CXR-COLUMN-NAME spaces   *
      *  is the table as a whole -- every extract and load names    *
      *  its tables that way as well, so a table dropped or renamed *
      *  finds everything on it.                                    *
      *                                                             *
      *  CXR-SOURCE is what touches it:                             *
      *    "E" - an EXTRCTL.DAT extract: CXR-OBJECT-ID the extract  *
      *          id, CXR-JOB-ID its owning job, CXR-MODE its output *
      *          mode, CXR-TARGET the file it delivers, and         *
      *          CXR-STATUS "R" when EXTMAINT has retired it        *
      *    "L" - a load: CXR-OBJECT-ID and CXR-JOB-ID the           *
      *          LOADCTL.DAT / LOADRTYP.DAT job id, CXR-MODE the    *
      *          load mode, CXR-TARGET the inbound file it reads    *
      *    "M" - a MASKCTL.DAT rule: CXR-TABLE-NAME "*" (a rule     *
      *          matches the column name in any table),             *
      *          CXR-COLUMN-NAME the pattern, CXR-MODE the style    *
      *                                                             *
      *  CXR-MATCH says how sure the row is:                        *
      *    "C" - the column is named against this table             *
      *    "P" - named, but unqualified in a statement over more    *
      *          than one table, so it is written under each of     *
      *          them                                               *
      *    "T" - the table row (column spaces)                      *
      *    "M" - a masking pattern                                  *
      *  CXR-SELDVTYP, CXR-SELDVLN and CXR-PIC-CLAUSE are the       *
      *  column's SELTYCAT type, length and PIC clause, from the    *
      *  extract's SELTYBAS.<extract-id>.DAT baseline or a typed    *
      *  load's SELTYCAT.<catalog-id>.DAT catalog, else from any    *
      *  other row for the same table and column; CXR-TYPED is "N"  *
      *  when no catalog knows the column.                          *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  COLUMN-XREF-RECORD.
           05  CXR-TABLE-NAME        PIC X(30).
           05  CXR-COLUMN-NAME       PIC X(30).
           05  CXR-SOURCE            PIC X(1).
           05  CXR-OBJECT-ID         PIC X(8).
           05  CXR-JOB-ID            PIC X(8).
           05  CXR-MODE              PIC X(6).
           05  CXR-TARGET            PIC X(30).
           05  CXR-MATCH             PIC X(1).
           05  CXR-STATUS            PIC X(1).
           05  CXR-TYPED             PIC X(1).
           05  CXR-SELDVTYP          PIC S9(4).
           05  CXR-SELDVLN           PIC S9(9).
           05  CXR-PIC-CLAUSE        PIC X(30).
           05  CXR-BUILD-DATE        PIC X(8).
