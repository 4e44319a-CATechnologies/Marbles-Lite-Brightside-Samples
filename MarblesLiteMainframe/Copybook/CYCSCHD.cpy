      * the auto-post tolerance; cleared ('N') when a count comes in
      * clean or is auto-posted. Flagged rows jump the worksheet
      * queue regardless of count age.
      *
      * ABC_CLASS is the row's 'A', 'B' or 'C' usage-value class,
      * set by the periodic MARBLES7 classification
      * (marbles_abc_class.cbl) with USAGE_VALUE, the annual usage
      * value it was ranked on, and CLASS_DATE, the run that set it.
      * All three are NULL until the row is first classified. The
      * class decides how often MARBLESY asks for the row to be
      * counted - a row not yet classified is counted as often as
      * an 'A'.
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLE_CYCLE TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             LOCATION                       VARCHAR(8) NOT NULL,
             LAST_COUNT_DATE                DATE,
             VARIANCE_FLAG                  CHAR(1) NOT NULL,
             ABC_CLASS                      CHAR(1),
             USAGE_VALUE                    DECIMAL(15,2),
             CLASS_DATE                     DATE
           ) END-EXEC.
