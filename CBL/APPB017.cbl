
      * Imagen del movimiento original del rechazo en curso,
      *  redefinida para poder casarla con la clave de correccion.
      *  WS-MOV-REF-ORIGEN = 'OP' identifica los movimientos que
      *  genera APPB026 para las ordenes permanentes.
       01 WS-MOV-IMAGEN.
           05 WS-MOV-TYPE          PIC X(01).
           05 WS-MOV-ACCT-NUM      PIC 9(10).
           05 WS-MOV-ACCT-DEST     PIC 9(10).
           05 WS-MOV-AMOUNT        PIC 9(9)V99.
           05 WS-MOV-REF-ORIGEN    PIC X(02).
               88 MOV-DE-ORDEN-PERM    VALUE 'OP'.
           05 FILLER               PIC X(06).

      * Datos del pendiente en curso (del arrastre o del fichero de
      *  rechazos del dia) con los que trabajan los parrafos de
       01 WS-CNT-ENVEJECIDOS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-COR-INVALIDA  PIC 9(09) VALUE ZERO.
       01 WS-CNT-COR-SIN-USO   PIC 9(09) VALUE ZERO.
       01 WS-CNT-RECH-ORDEN    PIC 9(09) VALUE ZERO.

      * Cabecera del informe de antiguedad.
       01 WS-LINEA-H1.
      * Valida la correccion leida y la guarda en la tabla: el
      *  movimiento corregido debe ser aplicable y la clave del
      *  original (cuenta e importe) numerica, porque la casacion
      *  la compara como numerica. Una anulacion rechazada tambien
      *  se puede reintroducir corregida (tipo A).
       1520-CLASIFICAR-CORRECCION.
           MOVE COR-MOVIMIENTO TO WS-MOV-IMAGEN
           IF (WS-MOV-TYPE NOT = 'D' AND WS-MOV-TYPE NOT = 'R' AND
               WS-MOV-TYPE NOT = 'T' AND WS-MOV-TYPE NOT = 'A')
              OR WS-MOV-AMOUNT NOT NUMERIC
              OR WS-MOV-AMOUNT = ZERO
              OR COR-ORIG-ACCT NOT NUMERIC
      *  con fecha de alta de hoy y edad 0; el rebote de este
      *  ciclo lo suma 5000-ARRASTRAR-PENDIENTE, de modo que la
      *  edad grabada es siempre el numero de rebotes.
      * Los rechazos de ordenes permanentes no se arrastran ni se
      *  reparan aqui: su reintento o suspension lo decide APPB027
      *  sobre la propia orden, y reenviarlos desde aqui ejecutaria
      *  la cuota dos veces.
       3000-PROCESAR-RECHAZOS-DIA.
           PERFORM 3010-READ-FILER
           PERFORM UNTIL FS-FILER = '10'
               ADD 1 TO WS-CNT-RECH-DIA
               MOVE REJ-MOVIMIENTO TO WS-MOV-IMAGEN
               IF MOV-DE-ORDEN-PERM
                   ADD 1 TO WS-CNT-RECH-ORDEN
               ELSE
                   MOVE REJ-REASON TO WS-PEN-REASON
                   MOVE WS-PROC-DATE-FULL TO WS-PEN-FECHA-ALTA
                   MOVE ZERO TO WS-PEN-EDAD
                   PERFORM 4000-CASAR-Y-RESOLVER
               END-IF
               PERFORM 3010-READ-FILER
           END-PERFORM.

           MOVE WS-CNT-RECH-DIA TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'DE ORDENES PERM. (APPB027): ' TO CNT-LITERAL
           MOVE WS-CNT-RECH-ORDEN TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'PENDIENTES ARRASTRADOS:     ' TO CNT-LITERAL
           MOVE WS-CNT-ARRASTRADOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
