      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB032.
       AUTHOR. DAVID.
       INSTALLATION. BANK.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
       SECURITY. NORMAL.

      ***********************
       ENVIRONMENT DIVISION.
      ***********************

****** CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM3270.
       OBJECT-COMPUTER. IBM3270.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

****** INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FILET es el fichero de transacciones de mantenimiento de
      *  clientes: una por registro, con accion A (alta), C (cambio),
      *  D (baja logica) o F (fusion de un cliente duplicado en el
      *  cliente superviviente).
           SELECT FILET ASSIGN TO CLITRAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILET.

      * FILED es el maestro de clientes indexado por CLI-CUST-ID,
      *  abierto en I-O para dar altas, cambios y bajas en sitio,
      *  igual que APPB024 hace con el maestro de sucursales.
           SELECT FILED ASSIGN TO CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-CUST-ID
           FILE STATUS IS FS-FILED.

      * FILEI es el maestro de cuentas indexado, recorrido de
      *  principio a fin en I-O cuando el dia trae bajas o fusiones:
      *  el maestro no tiene acceso por cliente, asi que una sola
      *  pasada cuenta las cuentas abiertas de cada baja y traslada
      *  las cuentas de cada duplicado a su superviviente.
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REC-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILEA es la pista de auditoria del mantenimiento de
      *  clientes: la imagen anterior y posterior de cada cambio
      *  aplicado, misma disciplina que el MANTAUD de APPB007.
           SELECT FILEA ASSIGN TO CLIAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEA.

      * FILEM es el mismo MANTAUD de APPB007: cada cuenta
      *  trasladada por una fusion deja alli su imagen antes/despues
      *  como un cambio mas del maestro de cuentas.
           SELECT FILEM ASSIGN TO MANTAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEM.

      * FILEC es el registro de control del mantenimiento de
      *  clientes: contadores de altas, cambios, bajas, fusiones y
      *  cuentas trasladadas, misma disciplina que el MANTCTL de
      *  APPB007. Los clientes no mueven saldo ni numero de cuentas,
      *  asi que no lleva efecto neto.
           SELECT FILEC ASSIGN TO CLICTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEC.

      * FILERP es el informe de la ejecución: transacciones
      *  rechazadas con su motivo, cuentas trasladadas por las
      *  fusiones y resumen final de contadores.
           SELECT FILERP ASSIGN TO CLIREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILERP.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
      * Transaccion de mantenimiento de cliente. El nombre es
      *  obligatorio en las altas y es lo unico que cambia un
      *  cambio (C). En las fusiones (F) TRN-CUST-ID es el cliente
      *  duplicado que se retira y TRN-CUST-DESTINO el que se queda
      *  con sus cuentas.
       FD  FILET
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILET.
       01 REC-FILET.
           05 TRN-ACTION           PIC X(01).
               88 TRN-ALTA             VALUE 'A'.
               88 TRN-CAMBIO           VALUE 'C'.
               88 TRN-BAJA             VALUE 'D'.
               88 TRN-FUSION           VALUE 'F'.
           05 TRN-CUST-ID-X        PIC X(08).
           05 TRN-CUST-ID REDEFINES TRN-CUST-ID-X
                                   PIC 9(08).
           05 TRN-NOMBRE           PIC X(30).
           05 TRN-CUST-DESTINO-X   PIC X(08).
           05 TRN-CUST-DESTINO REDEFINES TRN-CUST-DESTINO-X
                                   PIC 9(08).
           05 FILLER               PIC X(33).

      * Maestro de clientes, descrito en su propio copy.
       FD  FILED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-CLI.
           COPY CUSTREC.

       FD  FILEI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEI.
           COPY ACCTREC.

      * Auditoria de clientes: accion aplicada mas la imagen del
      *  registro antes y despues. En las altas la imagen anterior
      *  va en blanco; en bajas y fusiones la posterior es el mismo
      *  registro ya retirado.
       FD  FILEA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEA.
       01 REC-FILEA.
           05 AUD-ACTION           PIC X(01).
           05 AUD-IMAGEN-ANTES     PIC X(48).
           05 AUD-IMAGEN-DESPUES   PIC X(48).

      * Auditoria del maestro de cuentas, mismo layout que el
      *  REC-FILEA de APPB007 (con su fecha de proceso AAAAMMDD).
       FD  FILEM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEM.
       01 REC-FILEM.
           05 MAU-ACTION           PIC X(01).
           05 MAU-IMAGEN-ANTES     PIC X(93).
           05 MAU-IMAGEN-DESPUES   PIC X(93).
           05 MAU-FECHA            PIC 9(08).

      * Registro de control del mantenimiento de clientes: fecha y
      *  contadores.
       FD  FILEC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEC.
       01 REC-FILEC.
           05 CLC-PROC-DATE        PIC 9(04).
           05 CLC-CNT-ALTAS        PIC 9(09).
           05 CLC-CNT-CAMBIOS      PIC 9(09).
           05 CLC-CNT-BAJAS        PIC 9(09).
           05 CLC-CNT-FUSIONES     PIC 9(09).
           05 CLC-CNT-TRASLADADAS  PIC 9(09).
           05 CLC-CNT-RECHAZOS     PIC 9(09).
           05 FILLER               PIC X(02).

       FD  FILERP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILERP.
       01 REC-FILERP               PIC X(132).

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILET   PIC X(02) VALUE SPACES.
       01 FS-FILED   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FILEA   PIC X(02) VALUE SPACES.
       01 FS-FILEM   PIC X(02) VALUE SPACES.
       01 FS-FILEC   PIC X(02) VALUE SPACES.
       01 FS-FILERP  PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILET-OPEN    PIC X VALUE 'N'.
           88 FILET-IS-OPEN        VALUE 'Y'.
       01 WS-FILED-OPEN    PIC X VALUE 'N'.
           88 FILED-IS-OPEN        VALUE 'Y'.
       01 WS-FILEI-OPEN    PIC X VALUE 'N'.
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILEA-OPEN    PIC X VALUE 'N'.
           88 FILEA-IS-OPEN        VALUE 'Y'.
       01 WS-FILEM-OPEN    PIC X VALUE 'N'.
           88 FILEM-IS-OPEN        VALUE 'Y'.
       01 WS-FILEC-OPEN    PIC X VALUE 'N'.
           88 FILEC-IS-OPEN        VALUE 'Y'.
       01 WS-FILERP-OPEN   PIC X VALUE 'N'.
           88 FILERP-IS-OPEN       VALUE 'Y'.

      * Contadores para el resumen final del informe.
       01 WS-TRN-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-CNT-ALTAS         PIC 9(09) VALUE ZERO.
       01 WS-CNT-CAMBIOS       PIC 9(09) VALUE ZERO.
       01 WS-CNT-BAJAS         PIC 9(09) VALUE ZERO.
       01 WS-CNT-FUSIONES      PIC 9(09) VALUE ZERO.
       01 WS-CNT-TRASLADADAS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-RECHAZOS      PIC 9(09) VALUE ZERO.
       01 WS-CTA-LEIDAS        PIC 9(09) VALUE ZERO.

      * Bajas y fusiones validadas en la primera pasada, pendientes
      *  de la pasada por el maestro de cuentas: cuantas cuentas
      *  abiertas (no cerradas) tiene cada cliente que se da de baja
      *  y cuantas se trasladan de cada duplicado. Un mismo cliente
      *  no puede figurar en dos bajas o fusiones del mismo dia
      *  (ni como duplicado ni como superviviente), asi que cada
      *  cuenta casa como mucho con una entrada.
       01 WS-PEN-CNT           PIC 9(03) VALUE ZERO.
       01 WS-PEN-TAB.
           05 WS-PEN-ENTRADA OCCURS 500.
               10 WS-PEN-ACTION    PIC X(01).
               10 WS-PEN-CUST-ID   PIC 9(08).
               10 WS-PEN-DESTINO   PIC 9(08).
               10 WS-PEN-ABIERTAS  PIC 9(05).
               10 WS-PEN-MOVIDAS   PIC 9(05).
       01 WS-PEN-IDX           PIC 9(03) VALUE ZERO.
       01 WS-PEN-USO           PIC 9(03) VALUE ZERO.

      * Cliente que se busca en la tabla de pendientes.
       01 WS-PEN-BUSCAR        PIC 9(08) VALUE ZERO.

      * Fecha de proceso completa AAAAMMDD que se graba en cada
      *  registro de auditoria del maestro de cuentas: el año se
      *  toma del sistema, como en APPB005.
       01 WS-CURRENT-DATETIME  PIC X(21).
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).

      * Imagenes anteriores para los registros de auditoria, y la
      *  accion que se audita (la de la transaccion, o la de la
      *  entrada pendiente en la tercera pasada).
       01 WS-IMAGEN-ANTES      PIC X(48) VALUE SPACES.
       01 WS-IMAGEN-CTA-ANTES  PIC X(93) VALUE SPACES.
       01 WS-AUD-ACTION        PIC X(01) VALUE SPACES.

      * Cabecera del informe de mantenimiento.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(37)
               VALUE 'MANTENIMIENTO DE CLIENTES   - APPB032'.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(15)
               VALUE 'FECHA PROCESO: '.
           05 H1-PROC-MM           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 H1-PROC-DD           PIC X(02).

      * Linea de rechazo del informe: la transaccion y el motivo.
       01 WS-LINEA-REJ.
           05 FILLER               PIC X(11)
               VALUE 'RECHAZADA: '.
           05 REJ-ACTION           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 REJ-CUST-ID          PIC X(08).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 REJ-MOTIVO           PIC X(40).

      * Motivo de rechazo de una baja con cuentas abiertas, que
      *  lleva cuantas quedan por cerrar o trasladar.
       01 WS-MOTIVO-ABIERTAS.
           05 FILLER               PIC X(30)
               VALUE 'CLIENTE CON CUENTAS ABIERTAS: '.
           05 MOT-ABIERTAS         PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.

      * Linea de cuenta trasladada por una fusion, para que
      *  cumplimiento pueda seguir el cambio de titular en la
      *  posicion consolidada de APPB015.
       01 WS-LINEA-TRAS.
           05 FILLER               PIC X(20)
               VALUE 'CUENTA TRASLADADA: '.
           05 TRA-ACCT-NUM         PIC 9(10).
           05 FILLER               PIC X(13)
               VALUE '  DE CLIENTE '.
           05 TRA-DESDE            PIC 9(08).
           05 FILLER               PIC X(04) VALUE ' AL '.
           05 TRA-HASTA            PIC 9(08).
           05 FILLER               PIC X(11)
               VALUE '  SUCURSAL '.
           05 TRA-BRANCH           PIC X(04).
           05 FILLER               PIC X(09)
               VALUE '  ESTADO '.
           05 TRA-STATUS           PIC X(01).
           05 FILLER               PIC X(08)
               VALUE '  SALDO '.
           05 TRA-SALDO            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

      * Linea de fusion completada: duplicado, superviviente y
      *  cuentas trasladadas.
       01 WS-LINEA-FUS.
           05 FILLER               PIC X(17)
               VALUE 'FUSION APLICADA: '.
           05 FUS-DESDE            PIC 9(08).
           05 FILLER               PIC X(04) VALUE ' -> '.
           05 FUS-HASTA            PIC 9(08).
           05 FILLER               PIC X(22)
               VALUE '  CUENTAS TRASLADADAS '.
           05 FUS-CUENTAS          PIC ZZZZ9.

      * Linea de contador del resumen final.
       01 WS-LINEA-CNT.
           05 CNT-LITERAL          PIC X(24).
           05 CNT-VALOR            PIC ZZZ.ZZZ.ZZ9.

****** LINKAGE SECTION.
      * PARM-PROC-DATE es la fecha de proceso MMDD que encabeza el
      *  informe de mantenimiento.
       01 PARMS.
           05 PARM-PROC-DATE     PIC X(04).

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           PERFORM 1000-OPEN-FILES

           PERFORM 1100-CABECERA-INFORME

           PERFORM 2000-READ-FILET

           PERFORM UNTIL FS-FILET = '10'
               ADD 1 TO WS-TRN-COUNT
               PERFORM 2100-APLICAR-TRANSACCION
               PERFORM 2000-READ-FILET
           END-PERFORM

           IF WS-PEN-CNT > 0
               PERFORM 4000-RECORRER-CUENTAS
               PERFORM 5000-RESOLVER-PENDIENTES
           END-IF

           PERFORM 8000-RESUMEN-INFORME

           PERFORM 8500-GRABAR-CONTROL

           PERFORM 9000-CLOSE-FILES

           IF WS-CNT-RECHAZOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * La fecha de proceso debe venir y ser numerica.
       0500-VALIDATE-PARMS.
           IF PARMS = SPACES OR PARMS = LOW-VALUES
               DISPLAY 'APPB032: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB032: ERROR - PARM-PROC-DATE NO ES NUMERIC'
                       'A: ' PARM-PROC-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-PDF-AAAA
           MOVE PARM-PROC-DATE TO WS-PDF-MMDD

      * Si el proceso del 31/12 se lanza ya en enero, el año del
      *  sistema va uno por delante del de la fecha de proceso.
           IF PARM-PROC-DATE(1:2) = '12' AND
              WS-CURRENT-DATETIME(5:2) = '01'
               SUBTRACT 1 FROM WS-PDF-AAAA
           END-IF.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse; las dos auditorias van en EXTEND para que
      *  cada ejecución se acumule al historial, igual que el
      *  MANTAUD de APPB007.
       1000-OPEN-FILES.
           OPEN INPUT FILET
           IF FS-FILET NOT = '00'
               DISPLAY 'APPB032: ERROR ABRIENDO CLITRAN - FILE STATUS '
                       FS-FILET
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILET-OPEN

           OPEN I-O FILED
           IF FS-FILED NOT = '00'
               DISPLAY 'APPB032: ERROR ABRIENDO CLIENTES - FILE STATU'
                       'S ' FS-FILED
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILED-OPEN

           OPEN I-O FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB032: ERROR ABRIENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEI-OPEN

           OPEN EXTEND FILEA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB032: ERROR ABRIENDO CLIAUD - FILE STATUS '
                       FS-FILEA
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEA-OPEN

           OPEN EXTEND FILEM
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB032: ERROR ABRIENDO MANTAUD - FILE STATUS '
                       FS-FILEM
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEM-OPEN

           OPEN OUTPUT FILEC
           IF FS-FILEC NOT = '00'
               DISPLAY 'APPB032: ERROR ABRIENDO CLICTL - FILE STATUS '
                       FS-FILEC
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEC-OPEN

           OPEN OUTPUT FILERP
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB032: ERROR ABRIENDO CLIREP - FILE STATUS '
                       FS-FILERP
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILERP-OPEN.

      * Cabecera del informe con la fecha de proceso.
       1100-CABECERA-INFORME.
           MOVE PARM-PROC-DATE(1:2) TO H1-PROC-MM
           MOVE PARM-PROC-DATE(3:2) TO H1-PROC-DD
           MOVE WS-LINEA-H1 TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE SPACES TO REC-FILERP
           PERFORM 8100-WRITE-LINEA.

      * Lectura secuencial del fichero de transacciones.
       2000-READ-FILET.
           READ FILET
           END-READ
           IF FS-FILET = '00' OR FS-FILET = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB032: ERROR LEYENDO CLITRAN - FILE STATUS '
                       FS-FILET
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Aplica una transaccion segun su accion; lo que no se pueda
      *  aplicar termina en el informe de rechazos con su motivo.
      *  Altas y cambios se aplican en el acto; bajas y fusiones
      *  solo se validan y quedan pendientes de la pasada por el
      *  maestro de cuentas.
       2100-APLICAR-TRANSACCION.
           MOVE TRN-ACTION TO REJ-ACTION
           MOVE TRN-CUST-ID-X TO REJ-CUST-ID
           MOVE TRN-ACTION TO WS-AUD-ACTION
           IF TRN-CUST-ID-X NOT NUMERIC OR TRN-CUST-ID = ZERO
               MOVE 'ID DE CLIENTE NO VALIDO' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               EVALUATE TRUE
                   WHEN TRN-ALTA
                       PERFORM 3000-ALTA-CLIENTE
                   WHEN TRN-CAMBIO
                       PERFORM 3100-CAMBIO-CLIENTE
                   WHEN TRN-BAJA
                       PERFORM 3200-VALIDAR-BAJA
                   WHEN TRN-FUSION
                       PERFORM 3300-VALIDAR-FUSION
                   WHEN OTHER
                       MOVE 'ACCION DESCONOCIDA' TO REJ-MOTIVO
                       PERFORM 7000-RECHAZAR-TRANSACCION
               END-EVALUATE
           END-IF.

      * Alta: el cliente no debe existir todavia y el nombre es
      *  obligatorio. El WRITE con clave duplicada devuelve File
      *  Status 22, que aqui es rechazo y no abend.
       3000-ALTA-CLIENTE.
           IF TRN-NOMBRE = SPACES
               MOVE 'ALTA SIN NOMBRE DE CLIENTE' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE SPACES TO REC-CLI
               MOVE TRN-CUST-ID TO CLI-CUST-ID
               MOVE TRN-NOMBRE TO CLI-NOMBRE
               MOVE 'A' TO CLI-STATUS
               MOVE ZERO TO CLI-FUSION-DESTINO
               WRITE REC-CLI
               EVALUATE FS-FILED
                   WHEN '00'
                       MOVE SPACES TO WS-IMAGEN-ANTES
                       PERFORM 6000-GRABAR-AUDITORIA
                       ADD 1 TO WS-CNT-ALTAS
                   WHEN '22'
                       MOVE 'CLIENTE YA EXISTE EN EL MAESTRO'
                           TO REJ-MOTIVO
                       PERFORM 7000-RECHAZAR-TRANSACCION
                   WHEN OTHER
                       DISPLAY 'APPB032: ERROR ESCRIBIENDO CLIENTES '
                               '- FILE STATUS ' FS-FILED
                       MOVE 24 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-EVALUATE
           END-IF.

      * Cambio: el cliente debe existir y no estar dado de baja;
      *  solo se cambia el nombre oficial. El estado solo lo mueven
      *  la baja y la fusion.
       3100-CAMBIO-CLIENTE.
           IF TRN-NOMBRE = SPACES
               MOVE 'CAMBIO SIN CAMPOS INFORMADOS' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE TRN-CUST-ID TO CLI-CUST-ID
               PERFORM 4900-READ-CLIENTE
               IF FS-FILED = '23'
                   MOVE 'CLIENTE NO EXISTE EN EL MAESTRO'
                       TO REJ-MOTIVO
                   PERFORM 7000-RECHAZAR-TRANSACCION
               ELSE
               IF CLI-ST-BAJA
                   MOVE 'CLIENTE DADO DE BAJA' TO REJ-MOTIVO
                   PERFORM 7000-RECHAZAR-TRANSACCION
               ELSE
                   MOVE REC-CLI TO WS-IMAGEN-ANTES
                   MOVE TRN-NOMBRE TO CLI-NOMBRE
                   PERFORM 4950-REWRITE-CLIENTE
                   PERFORM 6000-GRABAR-AUDITORIA
                   ADD 1 TO WS-CNT-CAMBIOS
               END-IF
               END-IF
           END-IF.

      * Baja: el cliente debe existir, estar activo y no figurar ya
      *  en otra baja o fusion del dia. Si pasa, queda pendiente de
      *  contar sus cuentas abiertas.
       3200-VALIDAR-BAJA.
           MOVE TRN-CUST-ID TO CLI-CUST-ID
           PERFORM 4900-READ-CLIENTE
           MOVE TRN-CUST-ID TO WS-PEN-BUSCAR
           PERFORM 3400-BUSCAR-PENDIENTE
           IF FS-FILED = '23'
               MOVE 'CLIENTE NO EXISTE EN EL MAESTRO' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
           IF CLI-ST-BAJA
               MOVE 'CLIENTE YA DADO DE BAJA' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
           IF WS-PEN-IDX > 0
               MOVE 'CLIENTE YA EN OTRA BAJA O FUSION DEL DIA'
                   TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               PERFORM 3500-ANOTAR-PENDIENTE
           END-IF
           END-IF
           END-IF.

      * Fusion: duplicado y superviviente deben existir, ser
      *  distintos, estar activos y no figurar en otra baja o fusion
      *  del dia (un superviviente puede absorber varios duplicados
      *  en el mismo dia, pero no puede ser a la vez duplicado de
      *  otra fusion).
       3300-VALIDAR-FUSION.
           IF TRN-CUST-DESTINO-X NOT NUMERIC
              OR TRN-CUST-DESTINO = ZERO
               MOVE 'FUSION SIN CLIENTE SUPERVIVIENTE VALIDO'
                   TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
           IF TRN-CUST-DESTINO = TRN-CUST-ID
               MOVE 'FUSION DE UN CLIENTE CONSIGO MISMO' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE TRN-CUST-ID TO CLI-CUST-ID
               PERFORM 4900-READ-CLIENTE
               IF FS-FILED = '23'
                   MOVE 'CLIENTE DUPLICADO NO EXISTE' TO REJ-MOTIVO
                   PERFORM 7000-RECHAZAR-TRANSACCION
               ELSE
               IF CLI-ST-BAJA
                   MOVE 'CLIENTE DUPLICADO YA DADO DE BAJA'
                       TO REJ-MOTIVO
                   PERFORM 7000-RECHAZAR-TRANSACCION
               ELSE
                   PERFORM 3310-VALIDAR-SUPERVIVIENTE
               END-IF
               END-IF
           END-IF
           END-IF.

      * Segunda mitad de la validacion de una fusion, con el
      *  duplicado ya comprobado.
       3310-VALIDAR-SUPERVIVIENTE.
           MOVE TRN-CUST-DESTINO TO CLI-CUST-ID
           PERFORM 4900-READ-CLIENTE
           IF FS-FILED = '23'
               MOVE 'CLIENTE SUPERVIVIENTE NO EXISTE' TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
           IF CLI-ST-BAJA
               MOVE 'CLIENTE SUPERVIVIENTE DADO DE BAJA'
                   TO REJ-MOTIVO
               PERFORM 7000-RECHAZAR-TRANSACCION
           ELSE
               MOVE TRN-CUST-ID TO WS-PEN-BUSCAR
               PERFORM 3400-BUSCAR-PENDIENTE
               IF WS-PEN-IDX > 0
                   MOVE 'CLIENTE YA EN OTRA BAJA O FUSION DEL DIA'
                       TO REJ-MOTIVO
                   PERFORM 7000-RECHAZAR-TRANSACCION
               ELSE
                   MOVE TRN-CUST-DESTINO TO WS-PEN-BUSCAR
                   PERFORM 3400-BUSCAR-PENDIENTE
                   IF WS-PEN-IDX > 0
                      AND WS-PEN-ACTION (WS-PEN-IDX) NOT = 'F'
                       MOVE 'SUPERVIVIENTE EN OTRA BAJA O FUSION'
                           TO REJ-MOTIVO
                       PERFORM 7000-RECHAZAR-TRANSACCION
                   ELSE
                   IF WS-PEN-IDX > 0
                      AND WS-PEN-CUST-ID (WS-PEN-IDX) = TRN-CUST-DESTINO
                       MOVE 'SUPERVIVIENTE EN OTRA BAJA O FUSION'
                           TO REJ-MOTIVO
                       PERFORM 7000-RECHAZAR-TRANSACCION
                   ELSE
                       PERFORM 3500-ANOTAR-PENDIENTE
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      * Busca WS-PEN-BUSCAR en la tabla de pendientes, como cliente
      *  de una baja, duplicado de una fusion o superviviente;
      *  WS-PEN-IDX queda a cero si no esta.
       3400-BUSCAR-PENDIENTE.
           MOVE ZERO TO WS-PEN-IDX
           MOVE 1 TO WS-PEN-USO
           PERFORM UNTIL WS-PEN-USO > WS-PEN-CNT OR WS-PEN-IDX > 0
               IF WS-PEN-CUST-ID (WS-PEN-USO) = WS-PEN-BUSCAR
                  OR WS-PEN-DESTINO (WS-PEN-USO) = WS-PEN-BUSCAR
                   MOVE WS-PEN-USO TO WS-PEN-IDX
               END-IF
               ADD 1 TO WS-PEN-USO
           END-PERFORM.

      * Anota la baja o fusion recien validada en la tabla.
       3500-ANOTAR-PENDIENTE.
           IF WS-PEN-CNT = 500
               DISPLAY 'APPB032: ERROR - MAS DE 500 BAJAS Y FUSIONES'
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           ADD 1 TO WS-PEN-CNT
           MOVE TRN-ACTION TO WS-PEN-ACTION (WS-PEN-CNT)
           MOVE TRN-CUST-ID TO WS-PEN-CUST-ID (WS-PEN-CNT)
           IF TRN-FUSION
               MOVE TRN-CUST-DESTINO TO WS-PEN-DESTINO (WS-PEN-CNT)
           ELSE
               MOVE ZERO TO WS-PEN-DESTINO (WS-PEN-CNT)
           END-IF
           MOVE ZERO TO WS-PEN-ABIERTAS (WS-PEN-CNT)
           MOVE ZERO TO WS-PEN-MOVIDAS (WS-PEN-CNT).

      * Pasada completa por el maestro de cuentas: cada cuenta de
      *  un duplicado se traslada a su superviviente (abierta,
      *  inactiva o cerrada: todo el historial pasa al cliente que
      *  queda) y cada cuenta no cerrada de un cliente que se da de
      *  baja se cuenta como abierta.
       4000-RECORRER-CUENTAS.
           PERFORM 4100-READ-NEXT-CUENTA
           PERFORM UNTIL FS-FILEI = '10'
               ADD 1 TO WS-CTA-LEIDAS
               IF REC-CUST-ID NUMERIC AND REC-CUST-ID NOT = ZERO
                   PERFORM 4200-CASAR-CUENTA
               END-IF
               PERFORM 4100-READ-NEXT-CUENTA
           END-PERFORM.

      * Lectura secuencial siguiente del maestro de cuentas.
       4100-READ-NEXT-CUENTA.
           READ FILEI NEXT RECORD
           END-READ
           IF FS-FILEI = '00' OR FS-FILEI = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB032: ERROR LEYENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Casa la cuenta leida con la baja o fusion de su cliente, si
      *  la hay. El superviviente de una fusion tambien esta en la
      *  tabla, pero sus propias cuentas no se tocan.
       4200-CASAR-CUENTA.
           MOVE REC-CUST-ID TO WS-PEN-BUSCAR
           PERFORM 3400-BUSCAR-PENDIENTE
           IF WS-PEN-IDX > 0
               IF WS-PEN-CUST-ID (WS-PEN-IDX) = REC-CUST-ID
                   IF WS-PEN-ACTION (WS-PEN-IDX) = 'F'
                       PERFORM 4300-TRASLADAR-CUENTA
                   ELSE
                       IF NOT REC-ST-CERRADA
                           ADD 1 TO WS-PEN-ABIERTAS (WS-PEN-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Traslada la cuenta al superviviente: rescribe el maestro,
      *  deja la imagen antes/despues en el MANTAUD como un cambio
      *  (C) de APPB007 y lista la cuenta en el informe.
       4300-TRASLADAR-CUENTA.
           MOVE REC-FILEI TO WS-IMAGEN-CTA-ANTES
           MOVE WS-PEN-DESTINO (WS-PEN-IDX) TO REC-CUST-ID
           REWRITE REC-FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB032: ERROR RESCRIBIENDO FILEIN - FILE STA'
                       'TUS ' FS-FILEI
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           MOVE 'C' TO MAU-ACTION
           MOVE WS-IMAGEN-CTA-ANTES TO MAU-IMAGEN-ANTES
           MOVE REC-FILEI TO MAU-IMAGEN-DESPUES
           MOVE WS-PROC-DATE-FULL TO MAU-FECHA
           WRITE REC-FILEM
           IF FS-FILEM NOT = '00'
               DISPLAY 'APPB032: ERROR ESCRIBIENDO MANTAUD - FILE STA'
                       'TUS ' FS-FILEM
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           MOVE REC-ACCT-NUM TO TRA-ACCT-NUM
           MOVE WS-PEN-CUST-ID (WS-PEN-IDX) TO TRA-DESDE
           MOVE WS-PEN-DESTINO (WS-PEN-IDX) TO TRA-HASTA
           MOVE REC-BRANCH-CODE TO TRA-BRANCH
           MOVE REC-STATUS TO TRA-STATUS
           MOVE REC-BALANCE TO TRA-SALDO
           MOVE WS-LINEA-TRAS TO REC-FILERP
           PERFORM 8100-WRITE-LINEA

           ADD 1 TO WS-PEN-MOVIDAS (WS-PEN-IDX)
           ADD 1 TO WS-CNT-TRASLADADAS.

      * Lectura aleatoria del maestro de clientes por CLI-CUST-ID
      *  (la clave ya viene puesta por el parrafo que llama). El
      *  File Status 23 (no encontrado) NO es error aqui: es la
      *  señal que los parrafos de arriba convierten en rechazo.
       4900-READ-CLIENTE.
           READ FILED
           END-READ
           IF FS-FILED = '00' OR FS-FILED = '23'
               CONTINUE
           ELSE
               DISPLAY 'APPB032: ERROR LEYENDO CLIENTES - FILE STATUS '
                       FS-FILED
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Rescribe en el maestro de clientes el registro que se acaba
      *  de leer y modificar.
       4950-REWRITE-CLIENTE.
           REWRITE REC-CLI
           IF FS-FILED NOT = '00'
               DISPLAY 'APPB032: ERROR RESCRIBIENDO CLIENTES - FILE S'
                       'TATUS ' FS-FILED
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Tercera pasada, sobre la tabla: una baja con cuentas
      *  abiertas se rechaza (hay que cerrarlas o trasladarlas
      *  antes); el resto de bajas y todas las fusiones retiran al
      *  cliente (estado B), la fusion apuntando al superviviente.
       5000-RESOLVER-PENDIENTES.
           MOVE 1 TO WS-PEN-IDX
           PERFORM UNTIL WS-PEN-IDX > WS-PEN-CNT
               MOVE WS-PEN-ACTION (WS-PEN-IDX) TO REJ-ACTION
               MOVE WS-PEN-ACTION (WS-PEN-IDX) TO WS-AUD-ACTION
               MOVE WS-PEN-CUST-ID (WS-PEN-IDX) TO REJ-CUST-ID
               IF WS-PEN-ACTION (WS-PEN-IDX) = 'D'
                  AND WS-PEN-ABIERTAS (WS-PEN-IDX) > 0
                   MOVE WS-PEN-ABIERTAS (WS-PEN-IDX) TO MOT-ABIERTAS
                   MOVE WS-MOTIVO-ABIERTAS TO REJ-MOTIVO
                   PERFORM 7000-RECHAZAR-TRANSACCION
               ELSE
                   PERFORM 5100-RETIRAR-CLIENTE
               END-IF
               ADD 1 TO WS-PEN-IDX
           END-PERFORM.

      * Retira al cliente de la entrada en curso.
       5100-RETIRAR-CLIENTE.
           MOVE WS-PEN-CUST-ID (WS-PEN-IDX) TO CLI-CUST-ID
           PERFORM 4900-READ-CLIENTE
           IF FS-FILED = '23'
               DISPLAY 'APPB032: ERROR - EL CLIENTE '
                       WS-PEN-CUST-ID (WS-PEN-IDX)
                       ' HA DESAPARECIDO DEL MAESTRO'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE REC-CLI TO WS-IMAGEN-ANTES
           MOVE 'B' TO CLI-STATUS
           MOVE WS-PEN-DESTINO (WS-PEN-IDX) TO CLI-FUSION-DESTINO
           PERFORM 4950-REWRITE-CLIENTE
           PERFORM 6000-GRABAR-AUDITORIA
           IF WS-PEN-ACTION (WS-PEN-IDX) = 'F'
               ADD 1 TO WS-CNT-FUSIONES
               MOVE WS-PEN-CUST-ID (WS-PEN-IDX) TO FUS-DESDE
               MOVE WS-PEN-DESTINO (WS-PEN-IDX) TO FUS-HASTA
               MOVE WS-PEN-MOVIDAS (WS-PEN-IDX) TO FUS-CUENTAS
               MOVE WS-LINEA-FUS TO REC-FILERP
               PERFORM 8100-WRITE-LINEA
           ELSE
               ADD 1 TO WS-CNT-BAJAS
           END-IF.

      * Registro de auditoria del cambio aplicado: accion e
      *  imagenes anterior y posterior, igual que APPB007.
       6000-GRABAR-AUDITORIA.
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE WS-IMAGEN-ANTES TO AUD-IMAGEN-ANTES
           MOVE REC-CLI TO AUD-IMAGEN-DESPUES
           WRITE REC-FILEA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB032: ERROR ESCRIBIENDO CLIAUD - FILE STAT'
                       'US ' FS-FILEA
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Linea de rechazo en el informe con la transaccion y el
      *  motivo que dejo puesto el parrafo que detecto el problema.
       7000-RECHAZAR-TRANSACCION.
           MOVE WS-LINEA-REJ TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           ADD 1 TO WS-CNT-RECHAZOS.

      * Resumen final del informe: contadores de la ejecución.
       8000-RESUMEN-INFORME.
           MOVE SPACES TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'TRANSACCIONES LEIDAS:   ' TO CNT-LITERAL
           MOVE WS-TRN-COUNT TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'ALTAS APLICADAS:        ' TO CNT-LITERAL
           MOVE WS-CNT-ALTAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CAMBIOS APLICADOS:      ' TO CNT-LITERAL
           MOVE WS-CNT-CAMBIOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'BAJAS APLICADAS:        ' TO CNT-LITERAL
           MOVE WS-CNT-BAJAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'FUSIONES APLICADAS:     ' TO CNT-LITERAL
           MOVE WS-CNT-FUSIONES TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'CUENTAS TRASLADADAS:    ' TO CNT-LITERAL
           MOVE WS-CNT-TRASLADADAS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA
           MOVE 'TRANSACCIONES RECHAZADAS' TO CNT-LITERAL
           MOVE WS-CNT-RECHAZOS TO CNT-VALOR
           MOVE WS-LINEA-CNT TO REC-FILERP
           PERFORM 8100-WRITE-LINEA.

      * Registro de control de la ejecución: fecha y contadores.
       8500-GRABAR-CONTROL.
           MOVE PARM-PROC-DATE TO CLC-PROC-DATE
           MOVE WS-CNT-ALTAS TO CLC-CNT-ALTAS
           MOVE WS-CNT-CAMBIOS TO CLC-CNT-CAMBIOS
           MOVE WS-CNT-BAJAS TO CLC-CNT-BAJAS
           MOVE WS-CNT-FUSIONES TO CLC-CNT-FUSIONES
           MOVE WS-CNT-TRASLADADAS TO CLC-CNT-TRASLADADAS
           MOVE WS-CNT-RECHAZOS TO CLC-CNT-RECHAZOS
           WRITE REC-FILEC
           IF FS-FILEC NOT = '00'
               DISPLAY 'APPB032: ERROR ESCRIBIENDO CLICTL - FILE STAT'
                       'US ' FS-FILEC
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Escritura de una linea del informe a un espacio.
       8100-WRITE-LINEA.
           WRITE REC-FILERP AFTER ADVANCING 1 LINE
           IF FS-FILERP NOT = '00'
               DISPLAY 'APPB032: ERROR ESCRIBIENDO CLIREP - FILE STAT'
                       'US ' FS-FILERP
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se cierra lo que de verdad esta abierto, porque este
      *  parrafo tambien se invoca desde 9900-ABEND-STOP.
       9000-CLOSE-FILES.
           IF FILET-IS-OPEN
               CLOSE FILET
               IF FS-FILET NOT = '00'
                   DISPLAY 'APPB032: ERROR CERRANDO CLITRAN - FILE ST'
                           'ATUS ' FS-FILET
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILET-OPEN
           END-IF

           IF FILED-IS-OPEN
               CLOSE FILED
               IF FS-FILED NOT = '00'
                   DISPLAY 'APPB032: ERROR CERRANDO CLIENTES - FILE S'
                           'TATUS ' FS-FILED
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILED-OPEN
           END-IF

           IF FILEI-IS-OPEN
               CLOSE FILEI
               IF FS-FILEI NOT = '00'
                   DISPLAY 'APPB032: ERROR CERRANDO FILEIN - FILE STAT'
                           'US ' FS-FILEI
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEI-OPEN
           END-IF

           IF FILEA-IS-OPEN
               CLOSE FILEA
               IF FS-FILEA NOT = '00'
                   DISPLAY 'APPB032: ERROR CERRANDO CLIAUD - FILE STAT'
                           'US ' FS-FILEA
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEA-OPEN
           END-IF

           IF FILEM-IS-OPEN
               CLOSE FILEM
               IF FS-FILEM NOT = '00'
                   DISPLAY 'APPB032: ERROR CERRANDO MANTAUD - FILE ST'
                           'ATUS ' FS-FILEM
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEM-OPEN
           END-IF

           IF FILEC-IS-OPEN
               CLOSE FILEC
               IF FS-FILEC NOT = '00'
                   DISPLAY 'APPB032: ERROR CERRANDO CLICTL - FILE STAT'
                           'US ' FS-FILEC
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEC-OPEN
           END-IF

           IF FILERP-IS-OPEN
               CLOSE FILERP
               IF FS-FILERP NOT = '00'
                   DISPLAY 'APPB032: ERROR CERRANDO CLIREP - FILE STAT'
                           'US ' FS-FILERP
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILERP-OPEN
           END-IF.

      * Punto unico de salida por error: cierra lo abierto y termina
      *  el job con el RETURN-CODE que puso el parrafo que detecto el
      *  fallo.
       9900-ABEND-STOP.
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
