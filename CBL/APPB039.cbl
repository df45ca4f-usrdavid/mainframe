      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID. APPB039.
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
      * FILEJ es el diario permanente de movimientos (JOURNAL): de el
      *  salen los apuntes de la fecha de proceso que pueden dar
      *  lugar a un aviso al cliente.
           SELECT FILEJ ASSIGN TO JOURNAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEJ.

      * FILEI es el maestro de cuentas, solo consulta: acceso directo
      *  para la cuenta de cada apunte del dia y despues un recorrido
      *  completo en busca de cuentas cerca del corte de inactivas.
           SELECT FILEI ASSIGN TO FILEIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-ACCT-NUM
           FILE STATUS IS FS-FILEI.

      * FILEU es el maestro de clientes indexado por CLI-CUST-ID: el
      *  aviso va al titular con el nombre del maestro de clientes.
           SELECT FILEU ASSIGN TO CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-CUST-ID
           FILE STATUS IS FS-FILEU.

      * FILEP son las preferencias de avisos de cada cliente (tipos
      *  de aviso que no quiere recibir). El KSDS se define vacio
      *  antes de la primera ejecucion: mientras siga vacio se
      *  envian todos los avisos.
           SELECT FILEP ASSIGN TO PREFER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRF-CUST-ID
           FILE STATUS IS FS-FILEP.

      * FILEV es el registro de envios: cada cuenta que ya dio lugar
      *  a un aviso enviado, para que una repeticion del proceso no
      *  vuelva a mandarlo, y el registro de control con la ultima
      *  fecha cuyo fichero de avisos se completo.
           SELECT FILEV ASSIGN TO ENVLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENV-KEY
           FILE STATUS IS FS-FILEV.

      * FILEZ es el fichero de contratos de plazo fijo, solo
      *  consulta: la cuenta de un plazo vivo no la marca APPB009 y
      *  no lleva aviso de inactividad.
           SELECT FILEZ ASSIGN TO PLAZOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PLZ-ACCT-NUM
           FILE STATUS IS FS-FILEZ.

      * FILEG es el fichero de avisos para la pasarela de SMS/correo:
      *  registros delimitados por punto y coma, un aviso por cliente
      *  y tipo entre una cabecera con la fecha de proceso y un
      *  trailer con contador y total de control, como la interfaz
      *  del mayor de APPB011.
           SELECT FILEG ASSIGN TO AVISOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FILEG.

      * SFILE es el fichero de trabajo del SORT que reordena los
      *  avisos candidatos por cliente, tipo y cuenta.
           SELECT SFILE ASSIGN TO SORTWK.

      ****************
       DATA DIVISION.
      ****************
****** FILE SECTION.
       FD  FILEJ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-JRNL.
           COPY JRNLREC.

      * Maestro de cuentas, descrito en su propio copy.
       FD  FILEI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEI.
           COPY ACCTREC.

      * Maestro de clientes, descrito en su propio copy.
       FD  FILEU
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-CLI.
           COPY CUSTREC.

      * Preferencias de avisos, descritas en su propio copy.
       FD  FILEP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-PREF.
           COPY PREFREC.

      * Registro de envios, descrito en su propio copy.
       FD  FILEV
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-ENVLOG.
           COPY ENVLREC.

      * Contratos de plazo fijo, descritos en su propio copy.
       FD  FILEZ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-PLAZO.
           COPY PLZFREC.

       FD  FILEG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REC-FILEG.
       01 REC-FILEG                PIC X(120).

      * Aviso candidato de una cuenta. SRT-SECUENCIA conserva el
      *  orden del diario dentro de la cuenta. SRT-FECHA-REF es la
      *  fecha que identifica el aviso en el registro de envios y
      *  SRT-FECHA-AVISO la que viaja en el fichero (la de proceso,
      *  o en el aviso de inactividad la ultima fecha para mover la
      *  cuenta antes de que APPB009 la marque).
       SD  SFILE
           DATA RECORD IS REC-SORT.
       01 REC-SORT.
           05 SRT-CUST-ID          PIC 9(08).
           05 SRT-TIPO             PIC X(01).
               88 SRT-SUMA-IMPORTE     VALUE 'R' 'I'.
           05 SRT-ACCT-NUM         PIC 9(10).
           05 SRT-SECUENCIA        PIC 9(09).
           05 SRT-FECHA-REF        PIC 9(08).
           05 SRT-FECHA-AVISO      PIC 9(08).
           05 SRT-IMPORTE          PIC 9(9)V99.
           05 SRT-SALDO            PIC S9(9)V99.

****** WORKING-STORAGE SECTION.
      * File Status de cada fichero, declarados como variables del
      *  programa igual que en APPB003.
       01 FS-FILEJ   PIC X(02) VALUE SPACES.
       01 FS-FILEI   PIC X(02) VALUE SPACES.
       01 FS-FILEU   PIC X(02) VALUE SPACES.
       01 FS-FILEP   PIC X(02) VALUE SPACES.
       01 FS-FILEV   PIC X(02) VALUE SPACES.
       01 FS-FILEZ   PIC X(02) VALUE SPACES.
       01 FS-FILEG   PIC X(02) VALUE SPACES.

      * Indicadores de que fichero esta actualmente abierto, para que
      *  9000-CLOSE-FILES solo intente cerrar lo que de verdad se
      *  abrio (misma tecnica que APPB003).
       01 WS-FILEJ-OPEN    PIC X VALUE 'N'.
           88 FILEJ-IS-OPEN        VALUE 'Y'.
       01 WS-FILEI-OPEN    PIC X VALUE 'N'.
           88 FILEI-IS-OPEN        VALUE 'Y'.
       01 WS-FILEU-OPEN    PIC X VALUE 'N'.
           88 FILEU-IS-OPEN        VALUE 'Y'.
       01 WS-FILEP-OPEN    PIC X VALUE 'N'.
           88 FILEP-IS-OPEN        VALUE 'Y'.
       01 WS-FILEV-OPEN    PIC X VALUE 'N'.
           88 FILEV-IS-OPEN        VALUE 'Y'.
       01 WS-FILEZ-OPEN    PIC X VALUE 'N'.
           88 FILEZ-IS-OPEN        VALUE 'Y'.
       01 WS-FILEG-OPEN    PIC X VALUE 'N'.
           88 FILEG-IS-OPEN        VALUE 'Y'.

      * Indicador de fin del RETURN del SORT.
       01 WS-SORT-EOF      PIC X VALUE 'N'.
           88 SORT-AT-END          VALUE 'Y'.

      * Fecha/hora actual (FUNCTION CURRENT-DATE), de donde se toma
      *  el año para componer la fecha de proceso completa.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * Fecha de proceso completa AAAAMMDD: se miran los apuntes de
      *  esa fecha y con ella se anotan los envios.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).
       01 WS-PROC-DATE-FULL-N REDEFINES WS-PROC-DATE-FULL
                               PIC 9(08).
       01 WS-DIA-INT           PIC 9(09) COMP VALUE ZERO.

      * Umbrales del PARM en importe: saldo minimo y retiro alto.
       01 WS-SALDO-MIN         PIC 9(9)V99 VALUE ZERO.
       01 WS-RETIRO-MIN        PIC 9(9)V99 VALUE ZERO.

      * Cortes de inactividad: una cuenta abierta cuya ultima
      *  actividad es anterior a WS-CORTE-HOY ya la marcaria hoy
      *  APPB009; si es anterior a WS-CORTE-AVISO (el corte de
      *  dentro de PARM-DIAS-AVISO dias) la marcara en ese plazo y se
      *  avisa al cliente.
       01 WS-CORTE-HOY         PIC 9(08) VALUE ZERO.
       01 WS-CORTE-AVISO       PIC 9(08) VALUE ZERO.
       01 WS-FECHA-ACTIVIDAD   PIC 9(08) VALUE ZERO.

      * Fecha de trabajo de la aritmetica de meses, la misma de
      *  APPB009 y APPB038 (meses totales; WS-MESES-SUMA negativo
      *  resta meses).
       01 WS-CAL-FECHA.
           05 WS-CAL-AAAA          PIC 9(04).
           05 WS-CAL-MM            PIC 9(02).
           05 WS-CAL-DD            PIC 9(02).
       01 WS-CAL-FECHA-FULL REDEFINES WS-CAL-FECHA
                               PIC 9(08).
       01 WS-MESES-SUMA        PIC S9(05) COMP VALUE ZERO.
       01 WS-TOT-MESES         PIC S9(09) COMP VALUE ZERO.
       01 WS-MESES-RESTO       PIC 9(02) VALUE ZERO.

      * Dias de cada mes; febrero va con 28 como en APPB009.
       01 WS-DIAS-MES-TAB.
           05 FILLER               PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-MES REDEFINES WS-DIAS-MES-TAB.
           05 WS-DIAS-MES-E OCCURS 12 PIC 9(02).

      * Ultima cuenta leida del maestro, para no releerla en cada
      *  apunte seguido de la misma cuenta.
       01 WS-ULT-CUENTA        PIC 9(10) VALUE ZERO.
       01 WS-ULT-EXISTE        PIC X VALUE 'N'.
           88 ULT-CUENTA-EXISTE    VALUE 'S'.

      * Saldo de la cuenta antes y despues del apunte (el diario lo
      *  trae despues, sin signo y con el signo aparte) y limite del
      *  descubierto en negativo.
       01 WS-SALDO-DESPUES     PIC S9(10)V99 VALUE ZERO.
       01 WS-SALDO-ANTES       PIC S9(10)V99 VALUE ZERO.
       01 WS-LIMITE-NEG        PIC S9(10)V99 VALUE ZERO.
       01 WS-CAND-TIPO         PIC X(01) VALUE SPACES.
       01 WS-CAND-EXCESO       PIC X VALUE 'N'.
           88 CAND-EXCEDE-LIMITE   VALUE 'S'.

      * Estado de la ultima ejecucion: el registro de control del
      *  registro de envios dice si el fichero de avisos de la fecha
      *  de proceso ya se completo.
       01 WS-HOY-COMPLETO  PIC X VALUE 'N'.
           88 HOY-YA-COMPLETADO    VALUE 'S'.
       01 WS-HAY-PREFER    PIC X VALUE 'N'.
           88 HAY-PREFERENCIAS     VALUE 'S'.
       01 WS-HAY-PLAZOS    PIC X VALUE 'N'.
           88 HAY-PLAZOS           VALUE 'S'.

      * Cliente en curso: si puede recibir avisos, su nombre y si
      *  tiene preferencias grabadas.
       01 WS-GRP-CUST          PIC 9(08) VALUE ZERO.
       01 WS-GRP-NOMBRE        PIC X(30) VALUE SPACES.
       01 WS-GRP-VALIDO    PIC X VALUE 'N'.
           88 GRP-CLIENTE-VALIDO   VALUE 'S'.

      * Aviso en curso (cliente y tipo): por que se descarta, si se
      *  descarta (C cliente no valido, P excluido por preferencia),
      *  y lo acumulado de las cuentas aun no avisadas. La cuenta,
      *  el saldo y la fecha son los de la primera cuenta; el importe
      *  es el de esa cuenta salvo en retiros e intereses, que suman
      *  todas.
       01 WS-EVT-TIPO          PIC X(01) VALUE SPACES.
       01 WS-EVT-DESCARTE      PIC X(01) VALUE SPACES.
           88 EVT-SIN-CLIENTE      VALUE 'C'.
           88 EVT-EXCLUIDO         VALUE 'P'.
       01 WS-EVT-CUENTAS       PIC 9(05) VALUE ZERO.
       01 WS-EVT-ACCT          PIC 9(10) VALUE ZERO.
       01 WS-EVT-IMPORTE       PIC 9(11)V99 VALUE ZERO.
       01 WS-EVT-SALDO         PIC S9(9)V99 VALUE ZERO.
       01 WS-EVT-FECHA         PIC 9(08) VALUE ZERO.

      * Cuenta en curso dentro del aviso.
       01 WS-CTA-ACTUAL        PIC 9(10) VALUE ZERO.
       01 WS-CTA-MOVS          PIC 9(05) VALUE ZERO.
       01 WS-CTA-FECHA-REF     PIC 9(08) VALUE ZERO.
       01 WS-CTA-FECHA-AVISO   PIC 9(08) VALUE ZERO.
       01 WS-CTA-IMPORTE       PIC 9(9)V99 VALUE ZERO.
       01 WS-CTA-SALDO         PIC S9(9)V99 VALUE ZERO.

      * Campos de edicion en texto plano para montar los registros
      *  delimitados, con los dos decimales implicitos como en la
      *  interfaz del mayor; el saldo va con su signo delante.
       01 WS-TXT-CUENTAS       PIC 9(05) VALUE ZERO.
       01 WS-TXT-IMPORTE       PIC 9(13) VALUE ZERO.
       01 WS-TXT-SIGNO         PIC X(01) VALUE '+'.
       01 WS-TXT-SALDO         PIC 9(13) VALUE ZERO.
       01 WS-TXT-RECUENTO      PIC 9(09) VALUE ZERO.
       01 WS-TXT-HASH          PIC 9(15) VALUE ZERO.

      * Registros D escritos y suma de sus importes, para el trailer.
       01 WS-AV-REC-COUNT      PIC 9(09) VALUE ZERO.
       01 WS-AV-HASH           PIC 9(13)V99 VALUE ZERO.

      * Contadores para el resumen final.
       01 WS-JRN-LEIDOS        PIC 9(09) VALUE ZERO.
       01 WS-JRN-HOY           PIC 9(09) VALUE ZERO.
       01 WS-MAE-LEIDOS        PIC 9(09) VALUE ZERO.
       01 WS-CNT-SIN-CUENTA    PIC 9(09) VALUE ZERO.
       01 WS-CNT-CERRADAS      PIC 9(09) VALUE ZERO.
       01 WS-CNT-SIN-CLIENTE   PIC 9(09) VALUE ZERO.
       01 WS-CNT-CANDIDATOS    PIC 9(09) VALUE ZERO.
       01 WS-CNT-CLIENTES      PIC 9(09) VALUE ZERO.
       01 WS-CNT-CLI-NO-EXISTE PIC 9(09) VALUE ZERO.
       01 WS-CNT-CLI-BAJA      PIC 9(09) VALUE ZERO.
       01 WS-CNT-DESC-CLIENTE  PIC 9(09) VALUE ZERO.
       01 WS-CNT-DESC-PREF     PIC 9(09) VALUE ZERO.
       01 WS-CNT-YA-ENVIADAS   PIC 9(09) VALUE ZERO.
       01 WS-CNT-REENVIADAS    PIC 9(09) VALUE ZERO.
       01 WS-CNT-AVISOS-S      PIC 9(09) VALUE ZERO.
       01 WS-CNT-AVISOS-D      PIC 9(09) VALUE ZERO.
       01 WS-CNT-AVISOS-X      PIC 9(09) VALUE ZERO.
       01 WS-CNT-AVISOS-R      PIC 9(09) VALUE ZERO.
       01 WS-CNT-AVISOS-I      PIC 9(09) VALUE ZERO.
       01 WS-CNT-AVISOS-N      PIC 9(09) VALUE ZERO.
       01 WS-CNT-PLAZO-FIJO    PIC 9(09) VALUE ZERO.

****** LINKAGE SECTION.
      * PARM-PROC-DATE es la fecha de proceso MMDD cuyos apuntes se
      *  miran. Despues, todos numericos:
      *  PARM-SALDO-MIN    saldo minimo en unidades enteras: avisa
      *                    cuando un cargo deja el saldo por debajo;
      *  PARM-RETIRO-MIN   importe en unidades enteras desde el que
      *                    un retiro o traspaso emitido se avisa;
      *  PARM-MESES        meses sin actividad del barrido de
      *                    inactivas, el mismo PARM que APPB009;
      *  PARM-DIAS-AVISO   dias de antelacion del aviso de
      *                    inactividad.
       01 PARMS.
           05 PARM-PROC-DATE     PIC X(04).
           05 PARM-VALORES.
               10 PARM-SALDO-MIN     PIC 9(09).
               10 PARM-RETIRO-MIN    PIC 9(09).
               10 PARM-MESES         PIC 9(03).
               10 PARM-DIAS-AVISO    PIC 9(03).

      *********************************
       PROCEDURE DIVISION USING PARMS.
      *********************************

       0000-MAIN-PROCESS.
           PERFORM 0500-VALIDATE-PARMS

           PERFORM 0600-CALCULAR-CORTES

           PERFORM 1000-OPEN-FILES

           PERFORM 1500-LEER-CONTROL-ENVIOS

           PERFORM 1600-ESCRIBIR-CABECERA

           SORT SFILE
               ON ASCENDING KEY SRT-CUST-ID SRT-TIPO
                                SRT-ACCT-NUM SRT-SECUENCIA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-BUSCAR-CANDIDATOS
               OUTPUT PROCEDURE IS 3000-GENERAR-AVISOS

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'APPB039: ERROR EN EL SORT - SORT-RETURN '
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           PERFORM 4000-ESCRIBIR-TRAILER

           PERFORM 4100-MARCAR-COMPLETADO

           PERFORM 9000-CLOSE-FILES

           PERFORM 8000-RESUMEN

           IF (WS-CNT-SIN-CUENTA > 0 OR WS-CNT-CLI-NO-EXISTE > 0)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      * La fecha de proceso y los valores deben venir numericos y
      *  con sentido; de la fecha sale la fecha completa con el
      *  ajuste de fin de año de APPB005.
       0500-VALIDATE-PARMS.
           IF PARMS = SPACES OR PARMS = LOW-VALUES
               DISPLAY 'APPB039: ERROR - PARMS VIENE EN BLANCO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-PROC-DATE NOT NUMERIC
               DISPLAY 'APPB039: ERROR - PARM-PROC-DATE NO ES NUMERIC'
                       'A: ' PARM-PROC-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-VALORES NOT NUMERIC
               DISPLAY 'APPB039: ERROR - UMBRALES DEL PARM NO NUMERIC'
                       'OS: ' PARM-VALORES
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           IF PARM-SALDO-MIN = ZERO OR PARM-RETIRO-MIN = ZERO
              OR PARM-MESES = ZERO OR PARM-DIAS-AVISO = ZERO
               DISPLAY 'APPB039: ERROR - UMBRALES DEL PARM FUERA DE R'
                       'ANGO: ' PARM-VALORES
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-PDF-AAAA
           MOVE PARM-PROC-DATE TO WS-PDF-MMDD

           IF PARM-PROC-DATE(1:2) = '12' AND
              WS-CURRENT-DATETIME(5:2) = '01'
               SUBTRACT 1 FROM WS-PDF-AAAA
           END-IF

           MOVE PARM-SALDO-MIN TO WS-SALDO-MIN
           MOVE PARM-RETIRO-MIN TO WS-RETIRO-MIN.

      * Cortes de inactividad de hoy y de dentro de PARM-DIAS-AVISO
      *  dias: la fecha menos PARM-MESES meses, como calcula APPB009
      *  el suyo.
       0600-CALCULAR-CORTES.
           COMPUTE WS-MESES-SUMA = ZERO - PARM-MESES

           MOVE WS-PROC-DATE-FULL-N TO WS-CAL-FECHA-FULL
           PERFORM 5100-SUMAR-MESES
           MOVE WS-CAL-FECHA-FULL TO WS-CORTE-HOY

           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WS-PROC-DATE-FULL-N)
               + PARM-DIAS-AVISO
           COMPUTE WS-CAL-FECHA-FULL =
               FUNCTION DATE-OF-INTEGER (WS-DIA-INT)
           PERFORM 5100-SUMAR-MESES
           MOVE WS-CAL-FECHA-FULL TO WS-CORTE-AVISO

           DISPLAY 'APPB039: CORTE DE INACTIVAS HOY: ' WS-CORTE-HOY
                   ' - AVISO HASTA: ' WS-CORTE-AVISO.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse; el diario lo abre y lo cierra el propio
      *  procedimiento de entrada del SORT.
       1000-OPEN-FILES.
           OPEN INPUT FILEI
           IF FS-FILEI NOT = '00'
               DISPLAY 'APPB039: ERROR ABRIENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEI-OPEN

           OPEN INPUT FILEU
           IF FS-FILEU NOT = '00'
               DISPLAY 'APPB039: ERROR ABRIENDO CLIENTES - FILE STATU'
                       'S ' FS-FILEU
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEU-OPEN

      * Las preferencias pueden estar aun vacias: el File Status 35
      *  no es error, equivale a "ningun cliente excluye nada".
           OPEN INPUT FILEP
           EVALUATE FS-FILEP
               WHEN '00'
                   MOVE 'Y' TO WS-FILEP-OPEN
                   MOVE 'S' TO WS-HAY-PREFER
               WHEN '35'
                   DISPLAY 'APPB039: SIN FICHERO DE PREFERENCIAS - SE'
                           ' ENVIAN TODOS LOS AVISOS'
               WHEN OTHER
                   DISPLAY 'APPB039: ERROR ABRIENDO PREFER - FILE STAT'
                           'US ' FS-FILEP
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

      * Un fichero de plazos recien definido y nunca cargado se abre
      *  con File Status 35: no hay plazos que respetar.
           OPEN INPUT FILEZ
           EVALUATE FS-FILEZ
               WHEN '00'
                   MOVE 'Y' TO WS-FILEZ-OPEN
                   MOVE 'S' TO WS-HAY-PLAZOS
               WHEN '35'
                   DISPLAY 'APPB039: AVISO - PLAZOS VACIO, NO HAY PLA'
                           'ZOS FIJOS QUE RESPETAR'
               WHEN OTHER
                   DISPLAY 'APPB039: ERROR ABRIENDO PLAZOS - FILE STA'
                           'TUS ' FS-FILEZ
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

      * Un fichero de envios recien definido y aun vacio da File
      *  Status 35 en el OPEN I-O: se inicializa abriendolo en
      *  OUTPUT y se vuelve a abrir en I-O.
           OPEN I-O FILEV
           IF FS-FILEV = '35'
               DISPLAY 'APPB039: AVISO - ENVLOG VACIO, SE INICIALIZA'
               OPEN OUTPUT FILEV
               IF FS-FILEV = '00'
                   CLOSE FILEV
                   OPEN I-O FILEV
               END-IF
           END-IF
           IF FS-FILEV NOT = '00'
               DISPLAY 'APPB039: ERROR ABRIENDO ENVLOG - FILE STATUS '
                       FS-FILEV
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEV-OPEN

           OPEN OUTPUT FILEG
           IF FS-FILEG NOT = '00'
               DISPLAY 'APPB039: ERROR ABRIENDO AVISOS - FILE STATUS '
                       FS-FILEG
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEG-OPEN.

      * Registro de control del registro de envios: si la fecha de
      *  proceso ya se completo, todo lo anotado con ella se envio y
      *  esta pasada no repite ningun aviso; si no, lo anotado con
      *  ella es de una pasada cortada y se vuelve a enviar.
       1500-LEER-CONTROL-ENVIOS.
           PERFORM 1510-CLAVE-CONTROL
           READ FILEV
           END-READ
           EVALUATE FS-FILEV
               WHEN '00'
                   IF ENV-FECHA-ENVIO = WS-PROC-DATE-FULL-N
                       MOVE 'S' TO WS-HOY-COMPLETO
                       DISPLAY 'APPB039: AVISO - LOS AVISOS DE ESTA FE'
                               'CHA YA SE COMPLETARON; NO SE REPITE NI'
                               'NGUNO'
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'APPB039: ERROR LEYENDO ENVLOG - FILE STATU'
                           'S ' FS-FILEV
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE.

      * Clave del registro de control del registro de envios.
       1510-CLAVE-CONTROL.
           MOVE ZERO TO ENV-CUST-ID
           MOVE '*' TO ENV-TIPO
           MOVE ZERO TO ENV-ACCT-NUM
           MOVE ZERO TO ENV-FECHA-REF.

      * Cabecera del fichero de avisos: H;AAAAMMDD
       1600-ESCRIBIR-CABECERA.
           MOVE SPACES TO REC-FILEG
           STRING 'H;' DELIMITED BY SIZE
                  WS-PROC-DATE-FULL DELIMITED BY SIZE
               INTO REC-FILEG
           END-STRING
           PERFORM 8100-WRITE-FILEG.

      * Procedimiento de entrada del SORT: los avisos candidatos de
      *  los apuntes del dia y, despues, los de inactividad de un
      *  recorrido completo del maestro.
       2000-BUSCAR-CANDIDATOS.
           OPEN INPUT FILEJ
           IF FS-FILEJ NOT = '00'
               DISPLAY 'APPB039: ERROR ABRIENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF
           MOVE 'Y' TO WS-FILEJ-OPEN

           PERFORM 2100-READ-FILEJ
           PERFORM UNTIL FS-FILEJ = '10'
               ADD 1 TO WS-JRN-LEIDOS
               IF JRN-FECHA = WS-PROC-DATE-FULL-N
                   ADD 1 TO WS-JRN-HOY
                   PERFORM 2200-TRATAR-APUNTE
               END-IF
               PERFORM 2100-READ-FILEJ
           END-PERFORM

           CLOSE FILEJ
           MOVE 'N' TO WS-FILEJ-OPEN

           PERFORM 2500-RECORRER-MAESTRO.

      * Lectura secuencial del diario.
       2100-READ-FILEJ.
           READ FILEJ
           END-READ
           IF FS-FILEJ = '00' OR FS-FILEJ = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB039: ERROR LEYENDO JOURNAL - FILE STATUS '
                       FS-FILEJ
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Apunte del dia: la cuenta sale del maestro (la misma cuenta
      *  seguida solo se lee una vez). Las cuentas cerradas no se
      *  avisan (el ultimo cargo de un cierre deja el saldo a cero) y
      *  las que no tienen cliente no tienen a quien avisar.
       2200-TRATAR-APUNTE.
           IF JRN-ACCT-NUM NOT = WS-ULT-CUENTA
               MOVE JRN-ACCT-NUM TO WS-ULT-CUENTA
               MOVE JRN-ACCT-NUM TO REC-ACCT-NUM
               READ FILEI
               END-READ
               EVALUATE FS-FILEI
                   WHEN '00'
                       MOVE 'S' TO WS-ULT-EXISTE
                   WHEN '23'
                       MOVE 'N' TO WS-ULT-EXISTE
                   WHEN OTHER
                       DISPLAY 'APPB039: ERROR LEYENDO FILEIN - FILE '
                               'STATUS ' FS-FILEI
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-EVALUATE
           END-IF

           IF NOT ULT-CUENTA-EXISTE
               ADD 1 TO WS-CNT-SIN-CUENTA
           ELSE
           IF REC-ST-CERRADA
               ADD 1 TO WS-CNT-CERRADAS
           ELSE
           IF REC-CUST-ID = ZERO
               ADD 1 TO WS-CNT-SIN-CLIENTE
           ELSE
               PERFORM 2300-EVALUAR-APUNTE
           END-IF
           END-IF
           END-IF.

      * Avisos de un apunte, a partir del saldo antes y despues:
      *  S un cargo deja el saldo por debajo del minimo sin llegar a
      *    negativo;
      *  X un cargo pasa la cuenta mas alla del limite de descubierto
      *    autorizado (si lo tiene); si no,
      *  D un cargo deja en negativo una cuenta que no lo estaba;
      *  R un retiro o traspaso emitido de importe alto;
      *  I un abono de intereses.
       2300-EVALUAR-APUNTE.
           MOVE JRN-SALDO TO WS-SALDO-DESPUES
           IF JRN-SALDO-SIGNO = '-'
               COMPUTE WS-SALDO-DESPUES = ZERO - JRN-SALDO
           END-IF

           IF JRN-SIGNO = '-'
               COMPUTE WS-SALDO-ANTES = WS-SALDO-DESPUES + JRN-AMOUNT

               IF WS-SALDO-ANTES NOT < WS-SALDO-MIN AND
                  WS-SALDO-DESPUES < WS-SALDO-MIN AND
                  WS-SALDO-DESPUES NOT < ZERO
                   MOVE 'S' TO WS-CAND-TIPO
                   PERFORM 2400-LIBERAR-CANDIDATO
               END-IF

               MOVE 'N' TO WS-CAND-EXCESO
               IF REC-OVERDRAFT-LIMIT > ZERO
                   COMPUTE WS-LIMITE-NEG = ZERO - REC-OVERDRAFT-LIMIT
                   IF WS-SALDO-ANTES NOT < WS-LIMITE-NEG AND
                      WS-SALDO-DESPUES < WS-LIMITE-NEG
                       MOVE 'S' TO WS-CAND-EXCESO
                       MOVE 'X' TO WS-CAND-TIPO
                       PERFORM 2400-LIBERAR-CANDIDATO
                   END-IF
               END-IF

               IF NOT CAND-EXCEDE-LIMITE AND
                  WS-SALDO-ANTES NOT < ZERO AND
                  WS-SALDO-DESPUES < ZERO
                   MOVE 'D' TO WS-CAND-TIPO
                   PERFORM 2400-LIBERAR-CANDIDATO
               END-IF

               IF (JRN-RETIRO OR JRN-TRASP-CARGO) AND
                  JRN-AMOUNT NOT < WS-RETIRO-MIN
                   MOVE 'R' TO WS-CAND-TIPO
                   PERFORM 2400-LIBERAR-CANDIDATO
               END-IF
           ELSE
               IF JRN-INTERES
                   MOVE 'I' TO WS-CAND-TIPO
                   PERFORM 2400-LIBERAR-CANDIDATO
               END-IF
           END-IF.

      * Candidato de un apunte del dia: se identifica por la fecha
      *  de proceso y lleva el importe del apunte y el saldo en que
      *  dejo la cuenta.
       2400-LIBERAR-CANDIDATO.
           MOVE REC-CUST-ID TO SRT-CUST-ID
           MOVE WS-CAND-TIPO TO SRT-TIPO
           MOVE JRN-ACCT-NUM TO SRT-ACCT-NUM
           MOVE WS-JRN-LEIDOS TO SRT-SECUENCIA
           MOVE WS-PROC-DATE-FULL-N TO SRT-FECHA-REF
           MOVE WS-PROC-DATE-FULL-N TO SRT-FECHA-AVISO
           MOVE JRN-AMOUNT TO SRT-IMPORTE
           MOVE WS-SALDO-DESPUES TO SRT-SALDO
           ADD 1 TO WS-CNT-CANDIDATOS
           RELEASE REC-SORT.

      * Recorrido completo del maestro para el aviso de inactividad.
       2500-RECORRER-MAESTRO.
           MOVE ZERO TO REC-ACCT-NUM
           START FILEI KEY IS NOT LESS THAN REC-ACCT-NUM
           END-START
           EVALUATE FS-FILEI
               WHEN '00'
                   PERFORM 2510-READ-NEXT-FILEI
               WHEN '23'
                   MOVE '10' TO FS-FILEI
               WHEN OTHER
                   DISPLAY 'APPB039: ERROR POSICIONANDO FILEIN - FILE'
                           ' STATUS ' FS-FILEI
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

           PERFORM UNTIL FS-FILEI = '10'
               ADD 1 TO WS-MAE-LEIDOS
               IF REC-ST-ABIERTA AND REC-CUST-ID NOT = ZERO
                   PERFORM 2600-EVALUAR-INACTIVIDAD
               END-IF
               PERFORM 2510-READ-NEXT-FILEI
           END-PERFORM.

      * Lectura secuencial siguiente del maestro.
       2510-READ-NEXT-FILEI.
           READ FILEI NEXT RECORD
           END-READ
           IF FS-FILEI = '00' OR FS-FILEI = '10'
               CONTINUE
           ELSE
               DISPLAY 'APPB039: ERROR LEYENDO FILEIN - FILE STATUS '
                       FS-FILEI
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Cuenta abierta con la misma fecha de actividad que mira
      *  APPB009 (la ultima, o la de apertura si nunca se movio) que
      *  hoy aun no cae en el corte pero caera antes de
      *  PARM-DIAS-AVISO dias. El aviso se identifica por esa fecha
      *  de actividad (uno solo por periodo sin movimientos) y lleva
      *  la ultima fecha en que moviendo la cuenta se evita el
      *  corte: la de actividad mas PARM-MESES meses. La cuenta de
      *  un plazo fijo vivo (o con la cancelacion pedida) no se
      *  avisa, porque APPB009 no la marca.
       2600-EVALUAR-INACTIVIDAD.
           IF REC-LAST-ACT-DATE NOT = ZERO
               MOVE REC-LAST-ACT-DATE TO WS-FECHA-ACTIVIDAD
           ELSE
               MOVE REC-OPEN-DATE TO WS-FECHA-ACTIVIDAD
           END-IF

           IF WS-FECHA-ACTIVIDAD NOT = ZERO AND
              WS-FECHA-ACTIVIDAD NOT < WS-CORTE-HOY AND
              WS-FECHA-ACTIVIDAD < WS-CORTE-AVISO
               PERFORM 2650-BUSCAR-PLAZO
               IF HAY-PLAZOS AND FS-FILEZ = '00' AND PLZ-ST-EN-CURSO
                   ADD 1 TO WS-CNT-PLAZO-FIJO
               ELSE
                   PERFORM 2700-SOLTAR-AVISO-N
               END-IF
           END-IF.

      * Lectura aleatoria del contrato de plazo fijo de la cuenta;
      *  File Status 23 es que la cuenta no es de plazo, no error.
       2650-BUSCAR-PLAZO.
           IF HAY-PLAZOS
               MOVE REC-ACCT-NUM TO PLZ-ACCT-NUM
               READ FILEZ
               END-READ
               IF FS-FILEZ = '00' OR FS-FILEZ = '23'
                   CONTINUE
               ELSE
                   DISPLAY 'APPB039: ERROR LEYENDO PLAZOS - FILE STAT'
                           'US ' FS-FILEZ
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
               END-IF
           END-IF.

      * Entrega al SORT el aviso N de la cuenta en curso.
       2700-SOLTAR-AVISO-N.
           MOVE WS-FECHA-ACTIVIDAD TO WS-CAL-FECHA-FULL
           MOVE PARM-MESES TO WS-MESES-SUMA
           PERFORM 5100-SUMAR-MESES

           MOVE REC-CUST-ID TO SRT-CUST-ID
           MOVE 'N' TO SRT-TIPO
           MOVE REC-ACCT-NUM TO SRT-ACCT-NUM
           MOVE ZERO TO SRT-SECUENCIA
           MOVE WS-FECHA-ACTIVIDAD TO SRT-FECHA-REF
           MOVE WS-CAL-FECHA-FULL TO SRT-FECHA-AVISO
           MOVE ZERO TO SRT-IMPORTE
           MOVE REC-BALANCE TO SRT-SALDO
           ADD 1 TO WS-CNT-CANDIDATOS
           RELEASE REC-SORT.

      * Procedimiento de salida del SORT: recibe los candidatos por
      *  cliente, tipo y cuenta. Cada cuenta se contrasta con el
      *  registro de envios al terminarla, y cada cliente y tipo con
      *  cuentas por avisar da un registro en el fichero de avisos.
       3000-GENERAR-AVISOS.
           PERFORM 3100-RETURN-SORT

           PERFORM UNTIL SORT-AT-END
               PERFORM 3200-INICIAR-CLIENTE
               PERFORM UNTIL SORT-AT-END
                          OR SRT-CUST-ID NOT = WS-GRP-CUST
                   PERFORM 3300-INICIAR-AVISO
                   PERFORM UNTIL SORT-AT-END
                              OR SRT-CUST-ID NOT = WS-GRP-CUST
                              OR SRT-TIPO NOT = WS-EVT-TIPO
                       PERFORM 3400-INICIAR-CUENTA
                       PERFORM UNTIL SORT-AT-END
                                  OR SRT-CUST-ID NOT = WS-GRP-CUST
                                  OR SRT-TIPO NOT = WS-EVT-TIPO
                                  OR SRT-ACCT-NUM NOT = WS-CTA-ACTUAL
                           PERFORM 3500-ACUMULAR-CANDIDATO
                           PERFORM 3100-RETURN-SORT
                       END-PERFORM
                       PERFORM 3600-CERRAR-CUENTA
                   END-PERFORM
                   PERFORM 3700-EMITIR-AVISO
               END-PERFORM
           END-PERFORM.

      * RETURN del fichero de clasificacion de candidatos.
       3100-RETURN-SORT.
           RETURN SFILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

      * Nuevo cliente: debe existir en el maestro de clientes y no
      *  estar de baja; sus preferencias, si las tiene, dicen que
      *  tipos de aviso no quiere.
       3200-INICIAR-CLIENTE.
           ADD 1 TO WS-CNT-CLIENTES
           MOVE SRT-CUST-ID TO WS-GRP-CUST
           MOVE 'N' TO WS-GRP-VALIDO
           MOVE SPACES TO WS-GRP-NOMBRE

           MOVE SRT-CUST-ID TO CLI-CUST-ID
           READ FILEU
           END-READ
           EVALUATE FS-FILEU
               WHEN '00'
                   IF CLI-ST-BAJA
                       ADD 1 TO WS-CNT-CLI-BAJA
                   ELSE
                       MOVE 'S' TO WS-GRP-VALIDO
                       MOVE CLI-NOMBRE TO WS-GRP-NOMBRE
                   END-IF
               WHEN '23'
                   ADD 1 TO WS-CNT-CLI-NO-EXISTE
                   DISPLAY 'APPB039: AVISO - CLIENTE ' SRT-CUST-ID
                           ' NO EXISTE EN CLIENTES, SIN AVISOS'
               WHEN OTHER
                   DISPLAY 'APPB039: ERROR LEYENDO CLIENTES - FILE ST'
                           'ATUS ' FS-FILEU
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE

           MOVE SPACES TO REC-PREF
           IF HAY-PREFERENCIAS AND GRP-CLIENTE-VALIDO
               MOVE SRT-CUST-ID TO PRF-CUST-ID
               READ FILEP
               END-READ
               EVALUATE FS-FILEP
                   WHEN '00'
                       CONTINUE
                   WHEN '23'
                       MOVE SPACES TO REC-PREF
                   WHEN OTHER
                       DISPLAY 'APPB039: ERROR LEYENDO PREFER - FILE '
                               'STATUS ' FS-FILEP
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-EVALUATE
           END-IF.

      * Nuevo aviso (cliente y tipo): se decide si se descarta por
      *  cliente no valido o por exclusion del propio cliente; las
      *  cuentas descartadas no se anotan en el registro de envios.
       3300-INICIAR-AVISO.
           MOVE SRT-TIPO TO WS-EVT-TIPO
           MOVE SPACES TO WS-EVT-DESCARTE
           MOVE ZERO TO WS-EVT-CUENTAS
           MOVE ZERO TO WS-EVT-ACCT
           MOVE ZERO TO WS-EVT-IMPORTE
           MOVE ZERO TO WS-EVT-SALDO
           MOVE ZERO TO WS-EVT-FECHA

           EVALUATE TRUE
               WHEN NOT GRP-CLIENTE-VALIDO
                   MOVE 'C' TO WS-EVT-DESCARTE
               WHEN WS-EVT-TIPO = 'S' AND PRF-EXCLUYE-SALDO
                   MOVE 'P' TO WS-EVT-DESCARTE
               WHEN (WS-EVT-TIPO = 'D' OR WS-EVT-TIPO = 'X') AND
                    PRF-EXCLUYE-DESCUB
                   MOVE 'P' TO WS-EVT-DESCARTE
               WHEN WS-EVT-TIPO = 'R' AND PRF-EXCLUYE-RETIRO
                   MOVE 'P' TO WS-EVT-DESCARTE
               WHEN WS-EVT-TIPO = 'I' AND PRF-EXCLUYE-INTERES
                   MOVE 'P' TO WS-EVT-DESCARTE
               WHEN WS-EVT-TIPO = 'N' AND PRF-EXCLUYE-INACTIV
                   MOVE 'P' TO WS-EVT-DESCARTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Nueva cuenta dentro del aviso.
       3400-INICIAR-CUENTA.
           MOVE SRT-ACCT-NUM TO WS-CTA-ACTUAL
           MOVE SRT-FECHA-REF TO WS-CTA-FECHA-REF
           MOVE SRT-FECHA-AVISO TO WS-CTA-FECHA-AVISO
           MOVE ZERO TO WS-CTA-MOVS
           MOVE ZERO TO WS-CTA-IMPORTE
           MOVE ZERO TO WS-CTA-SALDO.

      * Acumula un candidato en su cuenta: retiros e intereses suman
      *  sus importes y se quedan con el ultimo saldo; el resto se
      *  queda con el primer apunte que cruzo el umbral.
       3500-ACUMULAR-CANDIDATO.
           ADD 1 TO WS-CTA-MOVS
           IF SRT-SUMA-IMPORTE
               ADD SRT-IMPORTE TO WS-CTA-IMPORTE
               MOVE SRT-SALDO TO WS-CTA-SALDO
           ELSE
               IF WS-CTA-MOVS = 1
                   MOVE SRT-IMPORTE TO WS-CTA-IMPORTE
                   MOVE SRT-SALDO TO WS-CTA-SALDO
               END-IF
           END-IF.

      * Fin de una cuenta: si el aviso no se descarta, se busca en el
      *  registro de envios. Ya enviada: enviada en un dia anterior,
      *  o hoy por una pasada que completo el fichero. Anotada hoy
      *  por una pasada cortada: se vuelve a enviar. No anotada: se
      *  anota y se envia.
       3600-CERRAR-CUENTA.
           EVALUATE TRUE
               WHEN EVT-SIN-CLIENTE
                   ADD 1 TO WS-CNT-DESC-CLIENTE
               WHEN EVT-EXCLUIDO
                   ADD 1 TO WS-CNT-DESC-PREF
               WHEN OTHER
                   MOVE WS-GRP-CUST TO ENV-CUST-ID
                   MOVE WS-EVT-TIPO TO ENV-TIPO
                   MOVE WS-CTA-ACTUAL TO ENV-ACCT-NUM
                   MOVE WS-CTA-FECHA-REF TO ENV-FECHA-REF
                   READ FILEV
                   END-READ
                   EVALUATE FS-FILEV
                       WHEN '00'
                           IF ENV-FECHA-ENVIO < WS-PROC-DATE-FULL-N
                              OR HOY-YA-COMPLETADO
                               ADD 1 TO WS-CNT-YA-ENVIADAS
                           ELSE
                               ADD 1 TO WS-CNT-REENVIADAS
                               PERFORM 3650-SUMAR-CUENTA
                           END-IF
                       WHEN '23'
                           PERFORM 3610-ANOTAR-ENVIO
                           PERFORM 3650-SUMAR-CUENTA
                       WHEN OTHER
                           DISPLAY 'APPB039: ERROR LEYENDO ENVLOG - FI'
                                   'LE STATUS ' FS-FILEV
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9900-ABEND-STOP
                   END-EVALUATE
           END-EVALUATE.

      * Anota la cuenta en el registro de envios con la fecha de
      *  proceso (la clave ya viene puesta por 3600).
       3610-ANOTAR-ENVIO.
           MOVE WS-PROC-DATE-FULL-N TO ENV-FECHA-ENVIO
           MOVE WS-CTA-IMPORTE TO ENV-IMPORTE
           WRITE REC-ENVLOG
           IF FS-FILEV NOT = '00'
               DISPLAY 'APPB039: ERROR ESCRIBIENDO ENVLOG - FILE STAT'
                       'US ' FS-FILEV ' CLIENTE ' ENV-CUST-ID
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Suma la cuenta al aviso del cliente.
       3650-SUMAR-CUENTA.
           ADD 1 TO WS-EVT-CUENTAS
           IF WS-EVT-CUENTAS = 1
               MOVE WS-CTA-ACTUAL TO WS-EVT-ACCT
               MOVE WS-CTA-SALDO TO WS-EVT-SALDO
               MOVE WS-CTA-FECHA-AVISO TO WS-EVT-FECHA
               MOVE WS-CTA-IMPORTE TO WS-EVT-IMPORTE
           ELSE
               IF WS-EVT-TIPO = 'R' OR WS-EVT-TIPO = 'I'
                   ADD WS-CTA-IMPORTE TO WS-EVT-IMPORTE
               END-IF
           END-IF.

      * Un registro D por cliente y tipo con cuentas por avisar:
      *  D;cliente;tipo;cuenta;cuentas;importe;saldo;fecha;nombre
      *  con el importe en 13 digitos y el saldo en signo mas 13
      *  digitos, los dos con los dos decimales implicitos.
       3700-EMITIR-AVISO.
           IF WS-EVT-CUENTAS > ZERO
               MOVE WS-EVT-CUENTAS TO WS-TXT-CUENTAS
               COMPUTE WS-TXT-IMPORTE = WS-EVT-IMPORTE * 100
               IF WS-EVT-SALDO < ZERO
                   MOVE '-' TO WS-TXT-SIGNO
                   COMPUTE WS-TXT-SALDO = (ZERO - WS-EVT-SALDO) * 100
               ELSE
                   MOVE '+' TO WS-TXT-SIGNO
                   COMPUTE WS-TXT-SALDO = WS-EVT-SALDO * 100
               END-IF
               MOVE SPACES TO REC-FILEG
               STRING 'D;' DELIMITED BY SIZE
                      WS-GRP-CUST DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WS-EVT-TIPO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WS-EVT-ACCT DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WS-TXT-CUENTAS DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WS-TXT-IMPORTE DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WS-TXT-SIGNO DELIMITED BY SIZE
                      WS-TXT-SALDO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WS-EVT-FECHA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WS-GRP-NOMBRE DELIMITED BY SIZE
                   INTO REC-FILEG
               END-STRING
               PERFORM 8100-WRITE-FILEG
               ADD 1 TO WS-AV-REC-COUNT
               ADD WS-EVT-IMPORTE TO WS-AV-HASH
                   ON SIZE ERROR
                       DISPLAY 'APPB039: ERROR - WS-AV-HASH DESBORDADO'
                       MOVE 24 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
               END-ADD
               EVALUATE WS-EVT-TIPO
                   WHEN 'S'
                       ADD 1 TO WS-CNT-AVISOS-S
                   WHEN 'D'
                       ADD 1 TO WS-CNT-AVISOS-D
                   WHEN 'X'
                       ADD 1 TO WS-CNT-AVISOS-X
                   WHEN 'R'
                       ADD 1 TO WS-CNT-AVISOS-R
                   WHEN 'I'
                       ADD 1 TO WS-CNT-AVISOS-I
                   WHEN 'N'
                       ADD 1 TO WS-CNT-AVISOS-N
               END-EVALUATE
           END-IF.

      * Trailer del fichero de avisos: T;registros-D;hash-total, con
      *  el hash-total como suma de los importes de los registros D.
       4000-ESCRIBIR-TRAILER.
           MOVE WS-AV-REC-COUNT TO WS-TXT-RECUENTO
           COMPUTE WS-TXT-HASH = WS-AV-HASH * 100
           MOVE SPACES TO REC-FILEG
           STRING 'T;' DELIMITED BY SIZE
                  WS-TXT-RECUENTO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-TXT-HASH DELIMITED BY SIZE
               INTO REC-FILEG
           END-STRING
           PERFORM 8100-WRITE-FILEG.

      * Con el trailer escrito, la fecha de proceso queda completada
      *  en el registro de control del registro de envios: desde
      *  ahora todo lo anotado con ella cuenta como enviado.
       4100-MARCAR-COMPLETADO.
           PERFORM 1510-CLAVE-CONTROL
           READ FILEV
           END-READ
           EVALUATE FS-FILEV
               WHEN '00'
                   MOVE WS-PROC-DATE-FULL-N TO ENV-FECHA-ENVIO
                   REWRITE REC-ENVLOG
                   IF FS-FILEV NOT = '00'
                       DISPLAY 'APPB039: ERROR RESCRIBIENDO ENVLOG - '
                               'FILE STATUS ' FS-FILEV
                       MOVE 24 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
                   END-IF
               WHEN '23'
                   MOVE WS-PROC-DATE-FULL-N TO ENV-FECHA-ENVIO
                   MOVE ZERO TO ENV-IMPORTE
                   WRITE REC-ENVLOG
                   IF FS-FILEV NOT = '00'
                       DISPLAY 'APPB039: ERROR ESCRIBIENDO ENVLOG - FI'
                               'LE STATUS ' FS-FILEV
                       MOVE 24 TO RETURN-CODE
                       PERFORM 9900-ABEND-STOP
                   END-IF
               WHEN OTHER
                   DISPLAY 'APPB039: ERROR LEYENDO ENVLOG - FILE STATU'
                           'S ' FS-FILEV
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-ABEND-STOP
           END-EVALUATE.

      * Suma o resta meses a WS-CAL-FECHA con la aritmetica de meses
      *  totales de APPB009, llevando el dia al ultimo del mes cuando
      *  el mes de destino es mas corto.
       5100-SUMAR-MESES.
           COMPUTE WS-TOT-MESES =
               WS-CAL-AAAA * 12 + WS-CAL-MM - 1 + WS-MESES-SUMA
           DIVIDE WS-TOT-MESES BY 12
               GIVING WS-CAL-AAAA
               REMAINDER WS-MESES-RESTO
           COMPUTE WS-CAL-MM = WS-MESES-RESTO + 1
           IF WS-CAL-DD > WS-DIAS-MES-E (WS-CAL-MM)
               MOVE WS-DIAS-MES-E (WS-CAL-MM) TO WS-CAL-DD
           END-IF.

      * Resumen de la ejecucion en el SYSOUT, como APPB011.
       8000-RESUMEN.
           DISPLAY 'APPB039: FICHERO DE AVISOS GENERADO - REGISTROS: '
                   WS-AV-REC-COUNT
           DISPLAY 'APPB039: APUNTES DEL DIARIO LEIDOS: ' WS-JRN-LEIDOS
           DISPLAY 'APPB039: APUNTES DE LA FECHA: ' WS-JRN-HOY
           DISPLAY 'APPB039: CUENTAS DEL MAESTRO LEIDAS: '
                   WS-MAE-LEIDOS
           DISPLAY 'APPB039: APUNTES SIN CUENTA EN EL MAESTRO: '
                   WS-CNT-SIN-CUENTA
           DISPLAY 'APPB039: APUNTES DE CUENTAS CERRADAS: '
                   WS-CNT-CERRADAS
           DISPLAY 'APPB039: APUNTES DE CUENTAS SIN CLIENTE: '
                   WS-CNT-SIN-CLIENTE
           DISPLAY 'APPB039: CANDIDATOS: ' WS-CNT-CANDIDATOS
           DISPLAY 'APPB039: CLIENTES CON CANDIDATOS: '
                   WS-CNT-CLIENTES
           DISPLAY 'APPB039: CLIENTES INEXISTENTES: '
                   WS-CNT-CLI-NO-EXISTE
           DISPLAY 'APPB039: CLIENTES DE BAJA: ' WS-CNT-CLI-BAJA
           DISPLAY 'APPB039: CUENTAS SIN CLIENTE VALIDO: '
                   WS-CNT-DESC-CLIENTE
           DISPLAY 'APPB039: CUENTAS EXCLUIDAS POR PREFERENCIA: '
                   WS-CNT-DESC-PREF
           DISPLAY 'APPB039: CUENTAS YA AVISADAS (NO SE REPITEN): '
                   WS-CNT-YA-ENVIADAS
           DISPLAY 'APPB039: CUENTAS DE UNA PASADA CORTADA (SE REENV'
                   'IAN): ' WS-CNT-REENVIADAS
           DISPLAY 'APPB039: AVISOS S (SALDO BAJO): ' WS-CNT-AVISOS-S
           DISPLAY 'APPB039: AVISOS D (DESCUBIERTO): ' WS-CNT-AVISOS-D
           DISPLAY 'APPB039: AVISOS X (EXCESO SOBRE LIMITE): '
                   WS-CNT-AVISOS-X
           DISPLAY 'APPB039: AVISOS R (RETIRO ALTO): ' WS-CNT-AVISOS-R
           DISPLAY 'APPB039: AVISOS I (INTERESES): ' WS-CNT-AVISOS-I
           DISPLAY 'APPB039: AVISOS N (CERCA DE INACTIVA): '
                   WS-CNT-AVISOS-N
           DISPLAY 'APPB039: PLAZOS FIJOS SIN AVISO DE INACTIVIDAD: '
                   WS-CNT-PLAZO-FIJO.

      * Escritura de un registro del fichero de avisos.
       8100-WRITE-FILEG.
           WRITE REC-FILEG
           IF FS-FILEG NOT = '00'
               DISPLAY 'APPB039: ERROR ESCRIBIENDO AVISOS - FILE STAT'
                       'US ' FS-FILEG
               MOVE 24 TO RETURN-CODE
               PERFORM 9900-ABEND-STOP
           END-IF.

      * Solo se cierra lo que de verdad esta abierto, porque este
      *  parrafo tambien se invoca desde 9900-ABEND-STOP.
       9000-CLOSE-FILES.
           IF FILEJ-IS-OPEN
               CLOSE FILEJ
               IF FS-FILEJ NOT = '00'
                   DISPLAY 'APPB039: ERROR CERRANDO JOURNAL - FILE STA'
                           'TUS ' FS-FILEJ
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEJ-OPEN
           END-IF

           IF FILEI-IS-OPEN
               CLOSE FILEI
               IF FS-FILEI NOT = '00'
                   DISPLAY 'APPB039: ERROR CERRANDO FILEIN - FILE STA'
                           'TUS ' FS-FILEI
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEI-OPEN
           END-IF

           IF FILEU-IS-OPEN
               CLOSE FILEU
               IF FS-FILEU NOT = '00'
                   DISPLAY 'APPB039: ERROR CERRANDO CLIENTES - FILE S'
                           'TATUS ' FS-FILEU
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEU-OPEN
           END-IF

           IF FILEP-IS-OPEN
               CLOSE FILEP
               IF FS-FILEP NOT = '00'
                   DISPLAY 'APPB039: ERROR CERRANDO PREFER - FILE STA'
                           'TUS ' FS-FILEP
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEP-OPEN
           END-IF

           IF FILEV-IS-OPEN
               CLOSE FILEV
               IF FS-FILEV NOT = '00'
                   DISPLAY 'APPB039: ERROR CERRANDO ENVLOG - FILE STA'
                           'TUS ' FS-FILEV
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEV-OPEN
           END-IF

           IF FILEZ-IS-OPEN
               CLOSE FILEZ
               IF FS-FILEZ NOT = '00'
                   DISPLAY 'APPB039: ERROR CERRANDO PLAZOS - FILE STA'
                           'TUS ' FS-FILEZ
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEZ-OPEN
           END-IF

           IF FILEG-IS-OPEN
               CLOSE FILEG
               IF FS-FILEG NOT = '00'
                   DISPLAY 'APPB039: ERROR CERRANDO AVISOS - FILE STA'
                           'TUS ' FS-FILEG
                   IF RETURN-CODE < 20
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'N' TO WS-FILEG-OPEN
           END-IF.

      * Punto unico de salida por error: cierra lo abierto y termina
      *  el job con el RETURN-CODE que puso el parrafo que detecto el
      *  fallo.
       9900-ABEND-STOP.
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
