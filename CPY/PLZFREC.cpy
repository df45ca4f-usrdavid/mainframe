      ******************************************************************
      * PLZFREC.cpy                                                   *
      * Layout del fichero de contratos de plazo fijo (VSAM KSDS por  *
      * la cuenta del deposito, LRECL 120). La cuenta del plazo es    *
      * una cuenta normal del maestro cuyo saldo es el principal; el  *
      * contrato guarda el tipo nominal anual, el plazo en meses, las *
      * fechas de inicio y vencimiento, la cuenta de liquidacion      *
      * (donde se abonan intereses y, al final, el principal) y la    *
      * instruccion al vencimiento: R renovar por el mismo plazo a la *
      * tarifa vigente de APPB010, L liquidar y cerrar.               *
      * Lo da de alta y lo cambia el mantenimiento APPB037, y lo      *
      * vence el proceso diario APPB038. Estados: A vivo, P           *
      * cancelacion anticipada pedida (la ejecuta APPB038 ese mismo   *
      * dia, con la penalizacion PLZ-PENALIZACION, % del interes      *
      * devengado que se pierde), V vencido y liquidado, K cancelado  *
      * anticipadamente. Los ultimos importes liquidados quedan en    *
      * PLZ-ULT-*.                                                    *
      ******************************************************************
       01 REC-PLAZO.
           05 PLZ-ACCT-NUM         PIC 9(10).
           05 PLZ-PRINCIPAL        PIC 9(9)V99.
           05 PLZ-TASA             PIC 9(2)V9(4).
           05 PLZ-PLAZO-MESES      PIC 9(03).
           05 PLZ-FECHA-INICIO     PIC 9(08).
           05 PLZ-FECHA-VTO        PIC 9(08).
           05 PLZ-CTA-LIQUIDACION  PIC 9(10).
           05 PLZ-RENOVACION       PIC X(01).
               88 PLZ-RENUEVA          VALUE 'R'.
               88 PLZ-LIQUIDA          VALUE 'L'.
               88 PLZ-RENOV-VALIDA     VALUE 'R' 'L'.
           05 PLZ-PENALIZACION     PIC 9(2)V99.
           05 PLZ-ESTADO           PIC X(01).
               88 PLZ-ST-VIVO          VALUE 'A'.
               88 PLZ-ST-CANCEL-PEDIDA VALUE 'P'.
               88 PLZ-ST-VENCIDO       VALUE 'V'.
               88 PLZ-ST-CANCELADO     VALUE 'K'.
               88 PLZ-ST-EN-CURSO      VALUE 'A' 'P'.
           05 PLZ-FECHA-ALTA       PIC 9(08).
           05 PLZ-FECHA-CANCEL     PIC 9(08).
           05 PLZ-NUM-RENOVACIONES PIC 9(03).
           05 PLZ-ULT-LIQUIDACION  PIC 9(08).
           05 PLZ-ULT-INT-BRUTO    PIC 9(9)V99.
           05 PLZ-ULT-PENALIZ      PIC 9(9)V99.
           05 FILLER               PIC X(09).
