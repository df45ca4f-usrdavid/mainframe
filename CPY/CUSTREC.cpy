      * apunta aqui con su REC-CUST-ID.                               *
      * Lo consultan la verificacion APPB008 (toda cuenta debe        *
      * apuntar a un cliente existente) y el informe de posicion      *
      * consolidada APPB015, y lo mantiene APPB032 (altas, cambios,   *
      * bajas y fusion de duplicados) con auditoria antes/despues.    *
      * La baja es logica (CLI-STATUS = B). Un cliente retirado por   *
      * fusion lleva en CLI-FUSION-DESTINO el ID del cliente que lo   *
      * absorbio, al que se trasladaron todas sus cuentas; en el      *
      * resto de clientes va a ceros.                                 *
      ******************************************************************
       01 REC-CLI.
           05 CLI-CUST-ID          PIC 9(08).
           05 CLI-STATUS           PIC X(01).
               88 CLI-ST-ACTIVO        VALUE 'A'.
               88 CLI-ST-BAJA          VALUE 'B'.
           05 CLI-FUSION-DESTINO   PIC 9(08).
           05 FILLER               PIC X(01).
