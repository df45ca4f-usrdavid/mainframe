      ******************************************************************
      * HOLDREC.cpy                                                   *
      * Layout del fichero de retenciones y embargos sobre saldo,     *
      * indexado por cuenta mas numero de retencion (VSAM KSDS; una   *
      * cuenta puede tener varias retenciones vivas). LRECL 80.       *
      * Cada retencion inmoviliza HLD-AMOUNT del disponible de la     *
      * cuenta mientras este activa y la fecha de proceso caiga entre *
      * HLD-FECHA-INICIO y HLD-FECHA-VENCE (vencimiento a ceros =     *
      * hasta que se libere, el caso normal de un embargo judicial).  *
      * APPB005 la descuenta del disponible de retiros y traspasos    *
      * salientes (motivo de rechazo 08); la da de alta, la cambia y  *
      * la libera el mantenimiento APPB029, y el listado diario       *
      * APPB030 marca como vencidas (V) las que pasaron su fecha.     *
      ******************************************************************
       01 REC-HOLD.
           05 HLD-KEY.
               10 HLD-ACCT-NUM     PIC 9(10).
               10 HLD-NUM          PIC 9(04).
           05 HLD-TIPO             PIC X(01).
               88 HLD-TIPO-EMBARGO     VALUE 'J'.
               88 HLD-TIPO-DISPUTA     VALUE 'D'.
               88 HLD-TIPO-GARANTIA    VALUE 'G'.
               88 HLD-TIPO-OTRA        VALUE 'O'.
               88 HLD-TIPO-VALIDO      VALUE 'J' 'D' 'G' 'O'.
           05 HLD-AMOUNT           PIC 9(9)V99.
           05 HLD-REFERENCIA       PIC X(20).
           05 HLD-FECHA-INICIO     PIC 9(08).
           05 HLD-FECHA-VENCE      PIC 9(08).
           05 HLD-ESTADO           PIC X(01).
               88 HLD-ST-ACTIVA        VALUE 'A'.
               88 HLD-ST-LIBERADA      VALUE 'L'.
               88 HLD-ST-VENCIDA       VALUE 'V'.
           05 HLD-FECHA-ALTA       PIC 9(08).
           05 HLD-FECHA-BAJA       PIC 9(08).
           05 FILLER               PIC X(01).
