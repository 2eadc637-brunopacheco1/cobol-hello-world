      *****************************************************
      * STORECODE - SHARED STORE CODE FIELD                *
      * IDENTIFIES WHICH SHOP A SALE, A TILL FLOAT, A DAY  *
      * STATUS OR A STOCK MOVEMENT BELONGS TO: 01 IS THE   *
      * MAIN STORE AND 02 THE SECOND SHOP. A BLANK CODE IS *
      * READ AS THE MAIN STORE SO RECORDS WRITTEN BEFORE   *
      * THE SECOND SHOP OPENED STAY WITH THE MAIN STORE.   *
      *                                                    *
      * COPY STORECODE REPLACING ==:NAME:== BY ==YOUR-FIELD==*
      *****************************************************
       05  :NAME:                    PIC X(2).
           88  :NAME:-MAIN             VALUE "01" "  ".
           88  :NAME:-SECOND           VALUE "02".
           88  :NAME:-VALID            VALUE "01" "02".
