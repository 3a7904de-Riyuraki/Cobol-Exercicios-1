           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RES
           ALTERNATE RECORD KEY IS FAMILIA-RES WITH DUPLICATES
           FILE STATUS IS CADRES-STATUS.

       DATA     DIVISION.
