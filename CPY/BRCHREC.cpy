      * Lo leen APPB008 (validacion de REC-BRANCH-CODE y del estado   *
      * de la sucursal) y el informe regional APPB025; lo mantiene    *
      * APPB024 con la misma disciplina de auditoria antes/despues    *
      * que APPB007 aplica al maestro de cuentas. APPB033 migra las   *
      * cuentas de una sucursal a su sucesora y la cierra despues.    *
      ******************************************************************
       01 REC-BRCH.
           05 BRT-CODE             PIC X(04).
