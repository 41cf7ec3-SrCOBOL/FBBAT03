      *                   05 FEE-REGION-CODE PIC X(1).         *
      *                   05 FEE-PERCENT PIC 9(3)V9(4).        *
      *                   05 FEE-MINIMUM PIC 9(5)V99.          *
      *                   05 FEE-EFFECTIVE-FROM PIC X(8).      *
      *                   05 FEE-EFFECTIVE-TO PIC X(8).        *
      *              THE FILE IS MAINTAINED BY FBBAT21 ONLY.   *
      *              THE FILE PATH COMES FROM ENT002_FEES      *
      *              (DEFAULT /home/kikos/ficheiros/FEES).     *
      *              A MISSING FILE LOADS NO SCHEDULE - EVERY  *
