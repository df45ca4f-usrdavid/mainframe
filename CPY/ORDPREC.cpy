      ******************************************************************
      * ORDPREC.cpy                                                   *
      * Layout del maestro de ordenes permanentes de traspaso,        *
      * indexado por cuenta ordenante mas numero de orden (VSAM       *
      * KSDS; una cuenta puede tener varias ordenes). LRECL 100.      *
      * ORD-FECHA-NOMINAL es la fecha del calendario de la orden (el  *
      * dia ORD-DIA-EJEC de cada periodo, o cada 7 dias las           *
      * semanales); ORD-PROX-FECHA es la fecha en que el generador    *
      * APPB026 la ejecuta: la nominal llevada al siguiente dia       *
      * habil, o la del reintento tras un rechazo por fondos.         *
      * Guardar la nominal aparte evita que la orden "resbale" de dia *
      * cada vez que un festivo la empuja.                            *
      * El estado lo mueven el generador (F = finalizada al pasar     *
      * ORD-FECHA-FIN), el tratamiento de rechazos APPB027            *
      * (S = suspendida, ORD-REINTENTOS y el ultimo motivo) y el      *
      * mantenimiento APPB028 (alta, cambio, baja logica B y          *
      * reactivacion de suspendidas).                                 *
      ******************************************************************
       01 REC-ORDP.
           05 ORD-KEY.
               10 ORD-ACCT-NUM     PIC 9(10).
               10 ORD-NUM          PIC 9(04).
           05 ORD-ACCT-DEST        PIC 9(10).
           05 ORD-AMOUNT           PIC 9(9)V99.
           05 ORD-FRECUENCIA       PIC X(01).
               88 ORD-FREC-SEMANAL     VALUE 'S'.
               88 ORD-FREC-MENSUAL     VALUE 'M'.
               88 ORD-FREC-TRIMESTRAL  VALUE 'T'.
               88 ORD-FREC-ANUAL       VALUE 'A'.
               88 ORD-FREC-VALIDA      VALUE 'S' 'M' 'T' 'A'.
           05 ORD-DIA-EJEC         PIC 9(02).
           05 ORD-FECHA-ALTA       PIC 9(08).
           05 ORD-FECHA-NOMINAL    PIC 9(08).
           05 ORD-PROX-FECHA       PIC 9(08).
           05 ORD-FECHA-FIN        PIC 9(08).
           05 ORD-ESTADO           PIC X(01).
               88 ORD-ST-ACTIVA        VALUE 'A'.
               88 ORD-ST-SUSPENDIDA    VALUE 'S'.
               88 ORD-ST-FINALIZADA    VALUE 'F'.
               88 ORD-ST-BAJA          VALUE 'B'.
           05 ORD-REINTENTOS       PIC 9(01).
           05 ORD-ULT-EJEC         PIC 9(08).
           05 ORD-ULT-RECHAZO      PIC 9(08).
           05 ORD-ULT-MOTIVO       PIC X(02).
           05 FILLER               PIC X(10).
