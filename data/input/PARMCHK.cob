000200*   COLS 10-25  KEYWORD
000210*   COL  27     TYPE - N NUMERIC / D DATE / B Y-N / C CODE LIST
000220*   COL  29     R REQUIRED / O OPTIONAL
JDM032*   COL  30     S SENSITIVE - VALUE MASKED WHEREVER IT IS
JDM032*               LISTED OR STORED (SEE PARMMASK), BLANK OTHERWISE
000230*   COLS 31-80  RULE - N: MIN:MAX RANGE, C: VALUE,VALUE,...
************************************************************************
000250 ENVIRONMENT DIVISION.
