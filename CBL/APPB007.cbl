      * Auditoria: accion aplicada mas la imagen del registro del
      *  maestro antes y despues. En las altas la imagen anterior va
      *  en blanco; en las bajas (logicas) la posterior es el mismo
      *  registro ya marcado como cerrado. AUD-FECHA es la fecha de
      *  proceso AAAAMMDD, que la recuperacion APPB034 usa para saber
      *  que cambios son posteriores a la copia de seguridad.
       FD  FILEA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           05 AUD-ACTION           PIC X(01).
           05 AUD-IMAGEN-ANTES     PIC X(93).
           05 AUD-IMAGEN-DESPUES   PIC X(93).
           05 AUD-FECHA            PIC 9(08).

      * Registro de control del mantenimiento: fecha, contadores y
      *  el efecto neto en saldo, con el signo aparte.
       01 WS-CURRENT-DATETIME  PIC X(21).
       01 WS-FECHA-HOY         PIC 9(08) VALUE ZERO.

      * Fecha de proceso completa AAAAMMDD para la auditoria: el
      *  año se toma del sistema, como en APPB005.
       01 WS-PROC-DATE-FULL.
           05 WS-PDF-AAAA          PIC 9(04).
           05 WS-PDF-MMDD          PIC 9(04).

      * Cabecera del informe de mantenimiento.
       01 WS-LINEA-H1.
           05 FILLER               PIC X(34)
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-FECHA-HOY
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-PDF-AAAA
           MOVE PARM-PROC-DATE TO WS-PDF-MMDD

      * Si el proceso del 31/12 se lanza ya en enero, el año del
      *  sistema va uno por delante del de la fecha de proceso.
           IF PARM-PROC-DATE(1:2) = '12' AND
              WS-CURRENT-DATETIME(5:2) = '01'
               SUBTRACT 1 FROM WS-PDF-AAAA
           END-IF.

      * Todos los ficheros que se utilizan en el programa primero
      *  deben abrirse; la auditoria va en EXTEND para que cada
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE WS-IMAGEN-ANTES TO AUD-IMAGEN-ANTES
           MOVE REC-FILEI TO AUD-IMAGEN-DESPUES
           MOVE WS-PROC-DATE-FULL TO AUD-FECHA
           WRITE REC-FILEA
           IF FS-FILEA NOT = '00'
               DISPLAY 'APPB007: ERROR ESCRIBIENDO MANTAUD - FILE STA'
