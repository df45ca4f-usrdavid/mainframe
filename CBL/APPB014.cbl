****** INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FILEJ es el diario permanente de movimientos por cuenta que
      *  acumulan APPB005 (movimientos diarios), APPB010
      *  (intereses) y APPB031 (comisiones); de el sale todo el
      *  detalle del extracto mensual que antes las sucursales
      *  reconstruian a mano con SYSOUTs viejos. Las anulaciones
      *  que aplica APPB005 se casan aqui con su apunte original
      *  para que el extracto marque las dos lineas de la pareja.
           SELECT FILEJ ASSIGN TO JOURNAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 SRT-AMOUNT           PIC 9(9)V99.
           05 SRT-SALDO-SIGNO      PIC X(01).
           05 SRT-SALDO            PIC 9(9)V99.
           05 SRT-CONCEPTO         PIC X(01).
           05 SRT-FECHA-ORIG       PIC 9(08).

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
       01 WS-SALDO-CIERRE      PIC S9(11)V99 VALUE ZERO.
       01 WS-SALDO-APERTURA    PIC S9(11)V99 VALUE ZERO.

      * Anulaciones del diario cuyo apunte original cae en el
      *  periodo, recogidas en el procedimiento de entrada (la
      *  anulacion puede ser de un mes posterior). Al imprimir un
      *  apunte se busca aqui una anulacion sin usar con su misma
      *  cuenta, tipo, fecha e importe; si la hay, el apunte sale
      *  marcado como anulado con la fecha de la anulacion.
       01 WS-ANU-CNT           PIC 9(04) VALUE ZERO.
       01 WS-ANU-TAB.
           05 WS-ANU-ENTRADA OCCURS 2000.
               10 WS-ANU-ACCT      PIC 9(10).
               10 WS-ANU-TIPO      PIC X(01).
               10 WS-ANU-FECHA-ORIG PIC 9(08).
               10 WS-ANU-AMOUNT    PIC 9(9)V99.
               10 WS-ANU-FECHA     PIC 9(08).
               10 WS-ANU-USADA     PIC X(01).
       01 WS-ANU-IDX           PIC 9(04) VALUE ZERO.
       01 WS-ANU-USO           PIC 9(04) VALUE ZERO.

      * Fecha del original de una anulacion en formato display,
      *  para comparar su AAAAMM con el periodo.
       01 WS-FECHA-ORIG        PIC 9(08) VALUE ZERO.

      * Contadores de la ejecución.
       01 WS-JRN-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-MES-COUNT         PIC 9(09) VALUE ZERO.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-SALDO-SIGNO      PIC X(01).
           05 DET-SALDO            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-MARCA-LIT        PIC X(17).
           05 DET-MARCA-FECHA      PIC X(08).
           05 FILLER               PIC X(38) VALUE SPACES.

      * Aviso de cuenta no localizada en el maestro.
       01 WS-LINEA-AVISO.
      * Procedimiento de entrada del SORT: lee el diario completo y
      *  entrega al SORT (RELEASE) solo los apuntes cuyo AAAAMM es
      *  el del periodo pedido; el resto del historial se salta.
      *  De paso guarda las anulaciones de originales del periodo.
       2000-LEER-JOURNAL.
           OPEN INPUT FILEJ
           IF FS-FILEJ NOT = '00'
                   MOVE JRN-AMOUNT TO SRT-AMOUNT
                   MOVE JRN-SALDO-SIGNO TO SRT-SALDO-SIGNO
                   MOVE JRN-SALDO TO SRT-SALDO
                   MOVE JRN-CONCEPTO TO SRT-CONCEPTO
                   IF JRN-ANULACION
                       MOVE JRN-FECHA-ORIG TO SRT-FECHA-ORIG
                   ELSE
                       MOVE ZERO TO SRT-FECHA-ORIG
                   END-IF
                   RELEASE REC-SORT
               END-IF
               IF JRN-ANULACION
                   MOVE JRN-FECHA-ORIG TO WS-FECHA-ORIG
                   IF WS-FECHA-ORIG(1:6) = PARM-MES
                       PERFORM 2200-GUARDAR-ANULACION
                   END-IF
               END-IF
               PERFORM 2100-READ-FILEJ
           END-PERFORM

               PERFORM 9900-ABEND-STOP
           END-IF.

      * Anota una anulacion cuyo original es del periodo.
       2200-GUARDAR-ANULACION.
           IF WS-ANU-CNT = 2000
               DISPLAY 'APPB014: ERROR - MAS DE 2000 ANULACIONES DE A'
                       'PUNTES DEL PERIODO'
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           ADD 1 TO WS-ANU-CNT
           MOVE JRN-ACCT-NUM TO WS-ANU-ACCT (WS-ANU-CNT)
           MOVE JRN-CONCEPTO TO WS-ANU-TIPO (WS-ANU-CNT)
           MOVE WS-FECHA-ORIG TO WS-ANU-FECHA-ORIG (WS-ANU-CNT)
           MOVE JRN-AMOUNT TO WS-ANU-AMOUNT (WS-ANU-CNT)
           MOVE JRN-FECHA TO WS-ANU-FECHA (WS-ANU-CNT)
           MOVE 'N' TO WS-ANU-USADA (WS-ANU-CNT).

      * Procedimiento de salida del SORT: recibe los apuntes ya en
      *  orden de cuenta y fecha y monta un extracto por cuenta,
      *  cada una en pagina nueva: apertura, apuntes del mes, linea

      * Linea de detalle de un apunte, con su concepto descriptivo
      *  y el saldo resultante que dejo grabado quien lo aplico.
      *  Las comisiones de APPB031 salen como COMISION con la clase
      *  de comision del baremo, no como un retiro mas.
      *  Una anulacion sale como tal con la fecha del apunte que
      *  deshace, y ese apunte sale marcado con la fecha en que se
      *  anulo, para que la sucursal vea la pareja.
      *  El neto del mes se acumula con el signo del apunte, para
      *  reconstruir la apertura al cerrar la cuenta.
       3400-DETALLE.
                   MOVE 'TRASPASO EMITIDO    ' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'I'
                   MOVE 'INTERESES           ' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'C' AND SRT-CONCEPTO = 'M'
                   MOVE 'COMISION MANTENIM.  ' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'C' AND SRT-CONCEPTO = 'D'
                   MOVE 'COMISION DESCUBIERTO' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'C' AND SRT-CONCEPTO = 'X'
                   MOVE 'COMISION EXCESO LIM.' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'C' AND SRT-CONCEPTO = 'N'
                   MOVE 'COMISION INACTIVIDAD' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'C'
                   MOVE 'COMISION            ' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'A' AND SRT-CONCEPTO = 'D'
                   MOVE 'ANULA DEPOSITO      ' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'A' AND SRT-CONCEPTO = 'R'
                   MOVE 'ANULA RETIRO        ' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'A' AND SRT-CONCEPTO = 'E'
                   MOVE 'ANULA TRASP. RECIB. ' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'A' AND SRT-CONCEPTO = 'S'
                   MOVE 'ANULA TRASP. EMITIDO' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'A' AND SRT-CONCEPTO = 'I'
                   MOVE 'ANULA INTERESES     ' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'A' AND SRT-CONCEPTO = 'C'
                   MOVE 'ANULA COMISION      ' TO DET-CONCEPTO
               WHEN SRT-TYPE = 'A'
                   MOVE 'ANULACION           ' TO DET-CONCEPTO
               WHEN OTHER
                   MOVE 'APUNTE              ' TO DET-CONCEPTO
           END-EVALUATE
           MOVE SRT-AMOUNT TO DET-IMPORTE
           MOVE SRT-SALDO-SIGNO TO DET-SALDO-SIGNO
           MOVE SRT-SALDO TO DET-SALDO
           MOVE SPACES TO DET-MARCA-LIT
           MOVE SPACES TO DET-MARCA-FECHA
           IF SRT-TYPE = 'A'
               MOVE 'ANULA APUNTE DEL ' TO DET-MARCA-LIT
               MOVE SRT-FECHA-ORIG TO DET-MARCA-FECHA
           ELSE
               PERFORM 3450-BUSCAR-ANULACION
           END-IF
           MOVE WS-LINEA-DET TO REC-FILEL
           PERFORM 8100-WRITE-LINEA

               ADD SRT-AMOUNT TO WS-NETO-MES
           END-IF.

      * Busca una anulacion todavia sin usar del apunte en curso;
      *  cada anulacion marca un solo original, asi que de dos
      *  apuntes identicos con una sola anulacion solo sale marcado
      *  el primero.
       3450-BUSCAR-ANULACION.
           MOVE ZERO TO WS-ANU-IDX
           MOVE 1 TO WS-ANU-USO
           PERFORM UNTIL WS-ANU-USO > WS-ANU-CNT OR WS-ANU-IDX > 0
               IF WS-ANU-USADA (WS-ANU-USO) = 'N'
                  AND WS-ANU-ACCT (WS-ANU-USO) = SRT-ACCT-NUM
                  AND WS-ANU-TIPO (WS-ANU-USO) = SRT-TYPE
                  AND WS-ANU-FECHA-ORIG (WS-ANU-USO) = SRT-FECHA
                  AND WS-ANU-AMOUNT (WS-ANU-USO) = SRT-AMOUNT
                   MOVE WS-ANU-USO TO WS-ANU-IDX
               END-IF
               ADD 1 TO WS-ANU-USO
           END-PERFORM
           IF WS-ANU-IDX > 0
               MOVE 'S' TO WS-ANU-USADA (WS-ANU-IDX)
               MOVE 'ANULADO EL       ' TO DET-MARCA-LIT
               MOVE WS-ANU-FECHA (WS-ANU-IDX) TO DET-MARCA-FECHA
           END-IF.

      * Cierra el extracto de la cuenta en curso: la apertura es el
      *  cierre del maestro menos el neto del mes, y el cierre es
      *  el saldo actual del maestro. En una cuenta que ya no esta
