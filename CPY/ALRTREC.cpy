      ******************************************************************
      * ALRTREC.cpy                                                   *
      * Layout del fichero de alertas de prevencion de blanqueo       *
      * (VSAM KSDS por numero de caso, LRECL 120). Cada alerta la da  *
      * de alta el seguimiento nocturno APPB035 sobre el diario, con  *
      * un numero de caso correlativo y estado A (abierta); mientras  *
      * un cliente tenga abierta una alerta de un tipo no se le abre  *
      * otra del mismo tipo. Cumplimiento normativo la cierra con el  *
      * mantenimiento APPB036: C si se descarta, R si se comunica al  *
      * supervisor, con su resolucion.                                *
      * Tipos: U importe del dia en efectivo (entradas o salidas del  *
      * cliente) sobre el umbral; E estructuracion, varios importes   *
      * en efectivo justo por debajo del umbral dentro de la ventana; *
      * T transito rapido, entradas y salidas por una misma cuenta    *
      * dentro de la ventana; I movimiento que reactivo una cuenta    *
      * inactiva. ALR-ACCT-NUM es la cuenta que dispara la alerta y   *
      * ALR-BRANCH-CODE su sucursal; un cliente sin REC-CUST-ID       *
      * (ceros) se sigue por cuenta. ALR-IMPORTE es lo que supera el  *
      * umbral (en T lo entrado) y ALR-IMPORTE-SALIDA lo salido en T. *
      ******************************************************************
       01 REC-ALERTA.
           05 ALR-CASO             PIC 9(10).
           05 ALR-TIPO             PIC X(01).
               88 ALR-TIPO-UMBRAL      VALUE 'U'.
               88 ALR-TIPO-ESTRUCTURA  VALUE 'E'.
               88 ALR-TIPO-TRANSITO    VALUE 'T'.
               88 ALR-TIPO-INACTIVA    VALUE 'I'.
           05 ALR-CUST-ID          PIC 9(08).
           05 ALR-ACCT-NUM         PIC 9(10).
           05 ALR-BRANCH-CODE      PIC X(04).
           05 ALR-FECHA-ALTA       PIC 9(08).
           05 ALR-IMPORTE          PIC 9(11)V99.
           05 ALR-IMPORTE-SALIDA   PIC 9(11)V99.
           05 ALR-NUM-MOVS         PIC 9(05).
           05 ALR-ESTADO           PIC X(01).
               88 ALR-ST-ABIERTA       VALUE 'A'.
               88 ALR-ST-CERRADA       VALUE 'C'.
               88 ALR-ST-COMUNICADA    VALUE 'R'.
           05 ALR-FECHA-CIERRE     PIC 9(08).
           05 ALR-RESOLUCION       PIC X(30).
           05 FILLER               PIC X(09).
