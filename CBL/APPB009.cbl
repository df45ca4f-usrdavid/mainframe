           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEL.

      * FILEZ es el fichero de contratos de plazo fijo, solo
      *  consulta: la cuenta de un plazo vivo no tiene movimientos
      *  del cliente hasta el vencimiento y no debe pasar a inactiva.
           SELECT FILEZ ASSIGN TO PLAZOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PLZ-ACCT-NUM
           FILE STATUS IS FS-FILEZ.

      ****************
       DATA DIVISION.
      ****************
           DATA RECORD IS REC-FILEL.
       01 REC-FILEL                PIC X(132).

      * Contratos de plazo fijo, descritos en su propio copy.
       FD  FILEZ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-PLAZO.
           COPY PLZFREC.

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FILEL   PIC X(02) VALUE SPACES.
       01 FS-FILEZ   PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILEL-OPEN    PIC X VALUE 'N'.
           88 FILEL-IS-OPEN        VALUE 'Y'.
       01 WS-FILEZ-OPEN    PIC X VALUE 'N'.
           88 FILEZ-IS-OPEN        VALUE 'Y'.

      * Un fichero de plazos recien definido y nunca cargado se abre
      *  con File Status 35: no hay plazos que respetar.
       01 WS-HAY-PLAZOS    PIC X VALUE 'N'.
           88 HAY-PLAZOS           VALUE 'S'.

      * Meses sin actividad a partir de los cuales una cuenta
      *  abierta pasa a inactiva, recibido por PARM.
       01 WS-CNT-YA-INACTIVAS  PIC 9(09) VALUE ZERO.
       01 WS-CNT-CERRADAS      PIC 9(09) VALUE ZERO.
       01 WS-CNT-SIN-FECHA     PIC 9(09) VALUE ZERO.
       01 WS-CNT-PLAZO-FIJO    PIC 9(09) VALUE ZERO.

      * Cabecera del listado.
       01 WS-LINEA-H1.
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEL-OPEN

           OPEN INPUT FILEZ
           EVALUATE FS-FILEZ
               WHEN '00'
                   MOVE 'Y' TO WS-FILEZ-OPEN
                   MOVE 'S' TO WS-HAY-PLAZOS
               WHEN '35'
                   DISPLAY 'APPB009: AVISO - PLAZOS VACIO, NO HAY PLA'
                           'ZOS FIJOS QUE RESPETAR'
               WHEN OTHER
                   DISPLAY 'APPB009: ERROR ABRIENDO PLAZOS - FILE STA'
                           'TUS ' FS-FILEZ
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE.

      * Cabecera del listado con la fecha de corte y el umbral.
       1100-CABECERA-LISTADO.
           END-EVALUATE.

      * Decide si una cuenta abierta pasa a inactiva comparando su
      *  fecha de actividad con la de corte. La cuenta de un plazo
      *  fijo vivo (o con la cancelacion pedida) no se marca: no
      *  tiene actividad del cliente hasta que APPB038 la vence.
       2200-EVALUAR-ACTIVIDAD.
           IF REC-LAST-ACT-DATE NOT = ZERO
               MOVE REC-LAST-ACT-DATE TO WS-FECHA-ACTIVIDAD
               ADD 1 TO WS-CNT-SIN-FECHA
           ELSE
               IF WS-FECHA-ACTIVIDAD < WS-CORTE-N
                   PERFORM 2150-BUSCAR-PLAZO
                   IF HAY-PLAZOS AND FS-FILEZ = '00' AND
                      PLZ-ST-EN-CURSO
                       ADD 1 TO WS-CNT-PLAZO-FIJO
                   ELSE
                       PERFORM 3000-MARCAR-INACTIVA
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
                   DISPLAY 'APPB009: ERROR LEYENDO PLAZOS - FILE STAT'
                           'US ' FS-FILEZ
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
           END-IF.

           MOVE WS-CNT-SIN-FECHA TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA
           MOVE 'PLAZOS FIJOS NO MARCADOS:   ' TO CNT-LITERAL
           MOVE WS-CNT-PLAZO-FIJO TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILEL
           PERFORM 8100-WRITE-LINEA

           DISPLAY 'APPB009: CUENTAS MARCADAS INACTIVAS: '
                   WS-CNT-MARCADAS.
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEL-OPEN
           END-IF

           IF FILEZ-IS-OPEN
               CLOSE FILEZ
               IF FS-FILEZ NOT = '00'
                   DISPLAY 'APPB009: ERROR CERRANDO PLAZOS - FILE STA'
                           'TUS ' FS-FILEZ
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEZ-OPEN
           END-IF.

      * Punto unico de salida por error: cierra lo abierto y termina
