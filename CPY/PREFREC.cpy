      ******************************************************************
      * PREFREC.cpy                                                   *
      * Layout del fichero de preferencias de avisos al cliente (VSAM *
      * KSDS por PRF-CUST-ID, LRECL 40). Un cliente sin registro      *
      * recibe todos los avisos; cada indicador a S excluye un tipo   *
      * de aviso del fichero nocturno de APPB039 hacia la pasarela de *
      * SMS/correo:                                                   *
      *   PRF-NO-SALDO        S saldo por debajo del minimo           *
      *   PRF-NO-DESCUBIERTO  D entrada en descubierto y X exceso     *
      *                       sobre REC-OVERDRAFT-LIMIT               *
      *   PRF-NO-RETIRO       R retiros y traspasos de importe alto   *
      *   PRF-NO-INTERES      I intereses abonados                    *
      *   PRF-NO-INACTIVIDAD  N cuenta cerca del corte de inactivas   *
      *                       de APPB009                              *
      * Lo cargan los canales a distancia con la eleccion del         *
      * cliente; la cadena batch solo lo consulta.                    *
      ******************************************************************
       01 REC-PREF.
           05 PRF-CUST-ID          PIC 9(08).
           05 PRF-NO-SALDO         PIC X(01).
               88 PRF-EXCLUYE-SALDO    VALUE 'S'.
           05 PRF-NO-DESCUBIERTO   PIC X(01).
               88 PRF-EXCLUYE-DESCUB   VALUE 'S'.
           05 PRF-NO-RETIRO        PIC X(01).
               88 PRF-EXCLUYE-RETIRO   VALUE 'S'.
           05 PRF-NO-INTERES       PIC X(01).
               88 PRF-EXCLUYE-INTERES  VALUE 'S'.
           05 PRF-NO-INACTIVIDAD   PIC X(01).
               88 PRF-EXCLUYE-INACTIV  VALUE 'S'.
           05 PRF-FECHA-ACT        PIC 9(08).
           05 FILLER               PIC X(19).
