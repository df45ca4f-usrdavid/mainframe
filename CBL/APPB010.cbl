           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILED.

      * FILEZ es el fichero de contratos de plazo fijo, solo
      *  consulta: la cuenta de un plazo vivo no se liquida aqui,
      *  su interes lo paga APPB038 al vencimiento.
           SELECT FILEZ ASSIGN TO PLAZOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PLZ-ACCT-NUM
           FILE STATUS IS FS-FILEZ.

      ****************
       DATA DIVISION.
      ****************
           05 RET-TASA             PIC 9(2)V99.
           05 FILLER               PIC X(05).

      * Contratos de plazo fijo, descritos en su propio copy.
       FD  FILEZ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-PLAZO.
           COPY PLZFREC.

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILEC   PIC X(02) VALUE SPACES.
       01 FS-FILEW   PIC X(02) VALUE SPACES.
       01 FS-FILED   PIC X(02) VALUE SPACES.
       01 FS-FILEZ   PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
           88 FILEW-IS-OPEN        VALUE 'Y'.
       01 WS-FILED-OPEN    PIC X VALUE 'N'.
           88 FILED-IS-OPEN        VALUE 'Y'.
       01 WS-FILEZ-OPEN    PIC X VALUE 'N'.
           88 FILEZ-IS-OPEN        VALUE 'Y'.

      * Un fichero de plazos recien definido y nunca cargado se abre
      *  con File Status 35: no hay plazos que saltar.
       01 WS-HAY-PLAZOS    PIC X VALUE 'N'.
           88 HAY-PLAZOS           VALUE 'S'.

      * Tabla de tarifas en memoria, cargada de FILET al arrancar.
       01 WS-TAR-CNT           PIC 9(03) VALUE ZERO.
       01 WS-CNT-LIQUIDADAS    PIC 9(09) VALUE ZERO.
       01 WS-CNT-SIN-TARIFA    PIC 9(09) VALUE ZERO.
       01 WS-CNT-CERRADAS      PIC 9(09) VALUE ZERO.
       01 WS-CNT-PLAZO-FIJO    PIC 9(09) VALUE ZERO.
       01 WS-INT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 WS-BRUTO-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-RET-TOTAL         PIC 9(11)V99 VALUE ZERO.
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILED-OPEN

           OPEN INPUT FILEZ
           EVALUATE FS-FILEZ
               WHEN '00'
                   MOVE 'Y' TO WS-FILEZ-OPEN
                   MOVE 'S' TO WS-HAY-PLAZOS
               WHEN '35'
                   DISPLAY 'APPB010: AVISO - PLAZOS VACIO, NO HAY PLA'
                           'ZOS FIJOS QUE SALTAR'
               WHEN OTHER
                   DISPLAY 'APPB010: ERROR ABRIENDO PLAZOS - FILE STA'
                           'TUS ' FS-FILEZ
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE.

      * Carga de la tabla de tarifas; sin tarifas no hay liquidacion
      *  posible, asi que una tabla vacia es error de montaje.
      *  derecho al interes); las cerradas no. La capitalizacion NO
      *  actualiza REC-LAST-ACT-DATE: el abono de intereses no es
      *  actividad del cliente y no debe impedir que una cuenta pase
      *  a inactiva en el barrido de APPB009. La cuenta de un plazo
      *  fijo vivo (o con la cancelacion pedida) tampoco: su interes
      *  lo paga APPB038 al vencimiento o al cancelarlo.
       2100-LIQUIDAR-CUENTA.
           IF REC-ST-CERRADA
               ADD 1 TO WS-CNT-CERRADAS
           ELSE
               PERFORM 2150-BUSCAR-PLAZO
               IF HAY-PLAZOS AND FS-FILEZ = '00' AND PLZ-ST-EN-CURSO
                   ADD 1 TO WS-CNT-PLAZO-FIJO
               ELSE
                   PERFORM 2200-BUSCAR-TARIFA
                   IF NOT TARIFA-HALLADA
                       ADD 1 TO WS-CNT-SIN-TARIFA
                   ELSE
                       PERFORM 3000-CAPITALIZAR
                   END-IF
               END-IF
           END-IF.

      * Lectura aleatoria del contrato de plazo fijo de la cuenta;
      *  File Status 23 es que la cuenta no es de plazo, no error.
       2150-BUSCAR-PLAZO.
           IF HAY-PLAZOS
               MOVE REC-ACCT-NUM TO PLZ-ACCT-NUM
               READ FILEZ
               END-READ
               IF FS-FILEZ = '00' OR FS-FILEZ = '23'
                   CONTINUE
               ELSE
                   DISPLAY 'APPB010: ERROR LEYENDO PLAZOS - FILE STAT'
                           'US ' FS-FILEZ
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
           END-IF.

           DISPLAY 'APPB010: RETENCION TOTAL:      ' TOT-RETENIDO
           DISPLAY 'APPB010: SIN TARIFA APLICABLE: ' WS-CNT-SIN-TARIFA
           DISPLAY 'APPB010: CERRADAS (SIN LIQUIDAR): '
                   WS-CNT-CERRADAS
           DISPLAY 'APPB010: PLAZOS FIJOS (LOS LIQUIDA APPB038): '
                   WS-CNT-PLAZO-FIJO.

      * Apunte de interes en el diario permanente: tipo I, abono
      *  (+), con el saldo de la cuenta ya capitalizado. Es la
               MOVE '+' TO JRN-SALDO-SIGNO
               MOVE REC-BALANCE TO JRN-SALDO
           END-IF
           MOVE SPACE TO JRN-CONCEPTO
           MOVE ZERO TO JRN-FECHA-ORIG
           WRITE REC-JRNL
           IF FS-FILEJ NOT = '00'
               DISPLAY 'APPB010: ERROR ESCRIBIENDO JOURNAL - FILE STA'
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILED-OPEN
           END-IF

           IF FILEZ-IS-OPEN
               CLOSE FILEZ
               IF FS-FILEZ NOT = '00'
                   DISPLAY 'APPB010: ERROR CERRANDO PLAZOS - FILE STA'
                           'TUS ' FS-FILEZ
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEZ-OPEN
           END-IF.

      * Punto unico de salida por error: cierra lo abierto y termina
