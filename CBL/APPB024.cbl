           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEA.

      * FILEI es el maestro de cuentas indexado, solo en lectura:
      *  la primera baja del dia lo recorre una vez para contar las
      *  cuentas de cada sucursal, porque una sucursal no se cierra
      *  mientras le quede alguna (antes hay que trasladarlas con
      *  la migracion APPB033).
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REC-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILERP es el informe de la ejecución: transacciones
      *  rechazadas con su motivo y resumen final de contadores.
           SELECT FILERP ASSIGN TO SUCREP
           DATA RECORD IS REC-BRCH.
           COPY BRCHREC.

       FD  FILEI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEI.
           COPY ACCTREC.

      * Auditoria: accion aplicada mas la imagen del registro de
      *  sucursal antes y despues. En las altas la imagen anterior
      *  va en blanco; en las bajas logicas la posterior es el
       01 FS-FILET   PIC X(02) VALUE SPACES.
       01 FS-FILEB   PIC X(02) VALUE SPACES.
       01 FS-FILEA   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FILERP  PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
           88 FILEB-IS-OPEN        VALUE 'Y'.
       01 WS-FILEA-OPEN    PIC X VALUE 'N'.
           88 FILEA-IS-OPEN        VALUE 'Y'.
       01 WS-FILEI-OPEN    PIC X VALUE 'N'.
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILERP-OPEN   PIC X VALUE 'N'.
           88 FILERP-IS-OPEN       VALUE 'Y'.

       01 WS-CNT-BAJAS         PIC 9(09) VALUE ZERO.
       01 WS-CNT-RECHAZOS      PIC 9(09) VALUE ZERO.

      * Cuentas de cada sucursal en el maestro de cuentas, cargadas
      *  una sola vez, con la primera baja del dia.
       01 WS-CTAS-CARGADAS     PIC X VALUE 'N'.
           88 CUENTAS-CARGADAS     VALUE 'Y'.
       01 WS-CTS-CNT           PIC 9(03) VALUE ZERO.
       01 WS-CTS-TAB.
           05 WS-CTS-ENTRADA OCCURS 500.
               10 WS-CTS-BRANCH    PIC X(04).
               10 WS-CTS-CUENTAS   PIC 9(09).
       01 WS-CTS-IDX           PIC 9(03) VALUE ZERO.
       01 WS-CTS-USO           PIC 9(03) VALUE ZERO.
       01 WS-CTS-BUSCAR        PIC X(04) VALUE SPACES.

      * Imagen del registro de sucursal antes de aplicar un cambio,
      *  para el registro de auditoria.
       01 WS-IMAGEN-ANTES      PIC X(40) VALUE SPACES.
               END-IF
           END-IF.

      * Baja: la sucursal debe existir, no estar ya cerrada y no
      *  tener ninguna cuenta en el maestro de cuentas (ni siquiera
      *  cerrada: todo el historial se traslada a la sucesora con
      *  APPB033, que al terminar cierra ella misma la sucursal).
      *  La baja es logica: el registro queda con BRT-ESTADO = C.
       3200-BAJA-SUCURSAL.
           MOVE TRN-BRANCH-CODE TO BRT-CODE
           PERFORM 4000-READ-SUCURSAL
           IF NOT CUENTAS-CARGADAS
               PERFORM 3300-CARGAR-CUENTAS
           END-IF
           MOVE TRN-BRANCH-CODE TO WS-CTS-BUSCAR
           PERFORM 3400-BUSCAR-CUENTAS
           IF FS-FILEB = '23'
               MOVE 'SUCURSAL NO EXISTE EN EL MAESTRO' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           IF BRT-ST-CERRADA
               MOVE 'SUCURSAL YA CERRADA' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
           IF WS-CTS-IDX > 0
               MOVE 'SUCURSAL CON CUENTAS: MIGRAR CON APPB033'
                   TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE REC-BRCH TO WS-IMAGEN-ANTES
               MOVE 'C' TO BRT-ESTADO
               PERFORM 6000-GRABAR-AUDITORIA
               ADD 1 TO WS-CNT-BAJAS
           END-IF
           END-IF
           END-IF.

      * Recorre una vez el maestro de cuentas contando las cuentas
      *  de cada sucursal; se abre y se cierra aqui mismo.
       3300-CARGAR-CUENTAS.
           OPEN INPUT FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB024: ERROR ABRIENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEI-OPEN

           PERFORM 3310-READ-NEXT-CUENTA
           PERFORM UNTIL FS-FILEI = '10'
               MOVE REC-BRANCH-CODE TO WS-CTS-BUSCAR
               PERFORM 3400-BUSCAR-CUENTAS
               IF WS-CTS-IDX = 0
                   IF WS-CTS-CNT = 500
                       DISPLAY 'APPB024: ERROR - MAS DE 500 SUCURSALES'
                               ' EN EL MAESTRO DE CUENTAS'
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
                   END-IF
                   ADD 1 TO WS-CTS-CNT
                   MOVE WS-CTS-CNT TO WS-CTS-IDX
                   MOVE REC-BRANCH-CODE TO WS-CTS-BRANCH (WS-CTS-IDX)
                   MOVE ZERO TO WS-CTS-CUENTAS (WS-CTS-IDX)
               END-IF
               ADD 1 TO WS-CTS-CUENTAS (WS-CTS-IDX)
               PERFORM 3310-READ-NEXT-CUENTA
           END-PERFORM

           CLOSE FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB024: ERROR CERRANDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 20 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'N' TO WS-FILEI-OPEN
           MOVE 'Y' TO WS-CTAS-CARGADAS.

      * Lectura secuencial siguiente del maestro de cuentas.
       3310-READ-NEXT-CUENTA.
           READ FILEI NEXT RECORD
           END-READ
           IF FS-FILEI = '00' OR FS-FILEI = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB024: ERROR LEYENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Busca WS-CTS-BUSCAR en la tabla de cuentas por sucursal;
      *  WS-CTS-IDX queda a cero si la sucursal no tiene cuentas.
       3400-BUSCAR-CUENTAS.
           MOVE ZERO TO WS-CTS-IDX
           MOVE 1 TO WS-CTS-USO
           PERFORM UNTIL WS-CTS-USO > WS-CTS-CNT OR WS-CTS-IDX > 0
               IF WS-CTS-BRANCH (WS-CTS-USO) = WS-CTS-BUSCAR
                   MOVE WS-CTS-USO TO WS-CTS-IDX
               END-IF
               ADD 1 TO WS-CTS-USO
           END-PERFORM.

      * Lectura aleatoria del maestro de sucursales por BRT-CODE
      *  (la clave ya viene puesta por el parrafo que llama). El
      *  File Status 23 (no encontrado) NO es error aqui: es la
               MOVE 'N' TO WS-FILEA-OPEN
           END-IF

           IF FILEI-IS-OPEN
               CLOSE FILEI
               IF FS-FILEI NOT = '00'
                   DISPLAY 'APPB024: ERROR CERRANDO FILEIN - FILE STA'
                           'TUS ' FS-FILEI
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEI-OPEN
           END-IF

           IF FILERP-IS-OPEN
               CLOSE FILERP
               IF FS-FILERP NOT = '00'
