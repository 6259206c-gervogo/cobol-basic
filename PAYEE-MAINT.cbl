          IDENTIFICATION DIVISION.
          PROGRAM-ID. PAYEE-MAINT.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      21/10/2026                     *
      *      Purpose:   Mantenimiento del maestro de   *
      *                 perceptores (PAYEE.DAT) y      *
      *                 asignacion del perceptor a     *
      *                 cada deduccion de DEDMAST      *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PYE-CODE
                  FILE STATUS IS WS-PYE-STATUS.

              SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DED-KEY
                  FILE STATUS IS WS-DED-STATUS.

              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  PAYEE-MASTER-FILE.
          COPY PAYEE.

          FD  DEDUCTION-MASTER-FILE.
          COPY DEDMAST.

          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(160).

          WORKING-STORAGE SECTION.

          01 WS-PYE-STATUS PIC X(2).
          01 WS-PYE-EOF    PIC X VALUE "N".
          01 WS-DED-STATUS PIC X(2).
          01 WS-DED-AVAIL  PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR MEDIANTE EL SIGN-ON
      *         COMUN (OPERATOR-SIGNON), CON CAPACIDAD "M" DE
      *         MANTENER MAESTROS
          01 WS-OPERATOR-ID PIC X(10).
          01 WS-SGN-ROLE    PIC X(1) VALUE "M".
          01 WS-SGN-TOKEN   PIC X(1) VALUE "N".
          01 WS-SGN-RESULT  PIC X(1).

      *         CERROJO GLOBAL DEL SISTEMA (NOMINA-LOCK): SE TOMA
      *         EN EXCLUSIVA ANTES DE TOCAR NADA Y SE LIBERA AL
      *         TERMINAR
          01 WS-LCK-FUNCTION PIC X(1).
          01 WS-LCK-PROGRAM  PIC X(12) VALUE "PAYEE-MAINT".
          01 WS-LCK-RESULT   PIC X(1).

      *         FICHERO DE AUDITORIA (CADA CAMBIO AL MAESTRO QUEDA
      *         REGISTRADO CON OPERADOR Y FECHA/HORA)
          01 WS-AUDIT-STATUS    PIC X(2).
          01 WS-AUDIT-OPEN      PIC X VALUE "N".
          01 WS-AUDIT-TIMESTAMP PIC X(21).
          01 WS-AUDIT-ACTION    PIC X(6).

      *         ENTRADA POR TECLADO PARA CADA OPERACION
          01 WS-OPCION      PIC X.
          01 WS-IN-CODE     PIC X(6).
          01 WS-IN-NAME     PIC X(30).
          01 WS-IN-TYPE     PIC X(1).
          01 WS-IN-BANK     PIC X(24).
          01 WS-IN-REF      PIC X(20).
          01 WS-IN-EMP-ID   PIC 9(5).
          01 WS-IN-SEQ      PIC 9(2).
          01 WS-OLD-PAYEE   PIC X(6).
          01 WS-FIN         PIC X VALUE "N".
          01 WS-COUNT-LIST  PIC 9(5) VALUE ZERO.

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY
               "*****************************"
               "*****************************"
               DISPLAY
               "* MANTENIMIENTO DEL MAESTRO DE PERCEPTORES *"
               DISPLAY
               "*****************************"
               "*****************************" X"0A".

               PERFORM Pye-SIGNON.
               PERFORM Pye-ACQUIRE-LOCK.

      *         EL MAESTRO DE PERCEPTORES SE CREA VACIO LA PRIMERA
      *         VEZ QUE SE USA
               OPEN I-O PAYEE-MASTER-FILE.
               IF WS-PYE-STATUS = "35"
                  OPEN OUTPUT PAYEE-MASTER-FILE
                  CLOSE PAYEE-MASTER-FILE
                  OPEN I-O PAYEE-MASTER-FILE
               END-IF.
               IF WS-PYE-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir PAYEE.DAT "
                          "(status " WS-PYE-STATUS ")"
                  PERFORM Pye-RELEASE-LOCK
                  STOP RUN
               END-IF.
      *         SIN DEDMAST SOLO SE MANTIENE EL MAESTRO DE
      *         PERCEPTORES
               OPEN I-O DEDUCTION-MASTER-FILE.
               IF WS-DED-STATUS = "00"
                  MOVE "Y" TO WS-DED-AVAIL
               END-IF.

               PERFORM Pye-MENU UNTIL WS-FIN = "Y".

               CLOSE PAYEE-MASTER-FILE.
               IF WS-DED-AVAIL = "Y"
                  CLOSE DEDUCTION-MASTER-FILE
               END-IF.
               IF WS-AUDIT-OPEN = "Y"
                  CLOSE AUDIT-LOG-FILE
               END-IF.
               PERFORM Pye-RELEASE-LOCK.
               DISPLAY "Saliendo del mantenimiento..." X"0A".
               STOP RUN.

      *         IDENTIFICA AL OPERADOR MEDIANTE EL SIGN-ON COMUN
      *         (OPERATOR-SIGNON) ANTES DE PERMITIR NINGUN CAMBIO
          Pye-SIGNON.
               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; mantenimiento "
                          "cancelado."
                  STOP RUN
               END-IF.

      *         TOMA Y LIBERA EL CERROJO GLOBAL DEL SISTEMA
          Pye-ACQUIRE-LOCK.
               MOVE "A" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.
               IF WS-LCK-RESULT NOT = "Y"
                  STOP RUN
               END-IF.

          Pye-RELEASE-LOCK.
               MOVE "R" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.

      *         MENU PRINCIPAL
          Pye-MENU.
               DISPLAY X"0A" "A = Alta de perceptor"
               DISPLAY "C = Cambio de datos del perceptor"
               DISPLAY "B = Baja de perceptor"
               DISPLAY "D = Asignar perceptor a una deduccion"
               DISPLAY "L = Listado de perceptores"
               DISPLAY "S = Salir"
               DISPLAY "Opcion: ".
               ACCEPT WS-OPCION.
               EVALUATE WS-OPCION
                  WHEN "A"
                  WHEN "a"
                     PERFORM Pye-ALTA
                  WHEN "C"
                  WHEN "c"
                     PERFORM Pye-CAMBIO
                  WHEN "B"
                  WHEN "b"
                     PERFORM Pye-BAJA
                  WHEN "D"
                  WHEN "d"
                     PERFORM Pye-ASIGNAR
                  WHEN "L"
                  WHEN "l"
                     PERFORM Pye-LISTADO
                  WHEN "S"
                  WHEN "s"
                     MOVE "Y" TO WS-FIN
                  WHEN OTHER
                     DISPLAY "ERROR: Entrada no valida." X"0A"
               END-EVALUATE.

      *         ALTA DE UN PERCEPTOR NUEVO, ACTIVO
          Pye-ALTA.
               DISPLAY "Codigo del nuevo perceptor (6 car.): ".
               ACCEPT WS-IN-CODE.
               IF WS-IN-CODE = SPACES
                  DISPLAY "ERROR: el codigo no puede ir en blanco"
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-IN-CODE TO PYE-CODE.
               READ PAYEE-MASTER-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DISPLAY "ERROR: el perceptor " WS-IN-CODE
                               " ya existe (" PYE-NAME ")"
                       EXIT PARAGRAPH
               END-READ.

               DISPLAY "Nombre / razon social: ".
               ACCEPT WS-IN-NAME.
               PERFORM Pye-ACCEPT-TYPE.
               DISPLAY "Cuenta de abono / IBAN (espacios = pago "
                       "manual): ".
               ACCEPT WS-IN-BANK.
               DISPLAY "Referencia para la transferencia "
                       "(expediente, codigo de afiliacion...): ".
               ACCEPT WS-IN-REF.

               MOVE SPACES TO PAYEE-RECORD.
               MOVE WS-IN-CODE TO PYE-CODE.
               MOVE WS-IN-NAME TO PYE-NAME.
               MOVE WS-IN-TYPE TO PYE-TYPE.
               MOVE WS-IN-BANK TO PYE-BANK-ACCT.
               MOVE WS-IN-REF  TO PYE-REFERENCE.
               MOVE "A"        TO PYE-STATUS.
               WRITE PAYEE-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: no se pudo crear el perceptor "
                               WS-IN-CODE " (status " WS-PYE-STATUS
                               ")"
                       EXIT PARAGRAPH
               END-WRITE.
               DISPLAY "Perceptor " WS-IN-CODE " dado de alta.".
               MOVE "ALTA" TO WS-AUDIT-ACTION.
               PERFORM Pye-LOG-CHANGE.

      *         TIPO DE PERCEPTOR (S/J/P/O); CUALQUIER OTRA ENTRADA
      *         QUEDA COMO O = OTROS
          Pye-ACCEPT-TYPE.
               DISPLAY "Tipo (S = sindicato, J = juzgado, "
                       "P = prestamista, O = otros): ".
               ACCEPT WS-IN-TYPE.
               EVALUATE WS-IN-TYPE
                  WHEN "s"
                  WHEN "S"
                     MOVE "S" TO WS-IN-TYPE
                  WHEN "j"
                  WHEN "J"
                     MOVE "J" TO WS-IN-TYPE
                  WHEN "p"
                  WHEN "P"
                     MOVE "P" TO WS-IN-TYPE
                  WHEN OTHER
                     MOVE "O" TO WS-IN-TYPE
               END-EVALUATE.

      *         CAMBIO DE NOMBRE, CUENTA O REFERENCIA; LA BAJA SE
      *         LEVANTA VOLVIENDO A DAR EL PERCEPTOR POR ACTIVO
          Pye-CAMBIO.
               DISPLAY "Codigo del perceptor a cambiar: ".
               ACCEPT WS-IN-CODE.
               MOVE WS-IN-CODE TO PYE-CODE.
               READ PAYEE-MASTER-FILE
                    INVALID KEY
                       DISPLAY "ERROR: el perceptor " WS-IN-CODE
                               " no existe en PAYEE.DAT"
                       EXIT PARAGRAPH
               END-READ.

               DISPLAY "Perceptor " PYE-CODE " (" PYE-NAME ") tipo "
                       PYE-TYPE " estado " PYE-STATUS.
               DISPLAY "Cuenta actual " PYE-BANK-ACCT
                       " referencia " PYE-REFERENCE.
               DISPLAY "Nuevo nombre (espacios = sin cambio): ".
               ACCEPT WS-IN-NAME.
               DISPLAY "Nueva cuenta / IBAN (espacios = sin "
                       "cambio): ".
               ACCEPT WS-IN-BANK.
               DISPLAY "Nueva referencia (espacios = sin cambio): ".
               ACCEPT WS-IN-REF.
               IF WS-IN-NAME NOT = SPACES
                  MOVE WS-IN-NAME TO PYE-NAME
               END-IF.
               IF WS-IN-BANK NOT = SPACES
                  MOVE WS-IN-BANK TO PYE-BANK-ACCT
               END-IF.
               IF WS-IN-REF NOT = SPACES
                  MOVE WS-IN-REF TO PYE-REFERENCE
               END-IF.
               IF PYE-STATUS = "B"
                  DISPLAY "El perceptor esta de baja. ¿Reactivarlo? "
                          "(S/N): "
                  ACCEPT WS-OPCION
                  IF WS-OPCION = "S" OR WS-OPCION = "s"
                     MOVE "A" TO PYE-STATUS
                  END-IF
               END-IF.
               REWRITE PAYEE-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: no se pudo actualizar el "
                               "perceptor " WS-IN-CODE
                               " (status " WS-PYE-STATUS ")"
                       EXIT PARAGRAPH
               END-REWRITE.
               DISPLAY "Perceptor " WS-IN-CODE " actualizado.".
               MOVE "CAMBIO" TO WS-AUDIT-ACTION.
               PERFORM Pye-LOG-CHANGE.

      *         BAJA: EL PERCEPTOR NO ADMITE DEDUCCIONES NUEVAS,
      *         PERO LO YA RETENIDO SE LE SIGUE REMITIENDO
          Pye-BAJA.
               DISPLAY "Codigo del perceptor a dar de baja: ".
               ACCEPT WS-IN-CODE.
               MOVE WS-IN-CODE TO PYE-CODE.
               READ PAYEE-MASTER-FILE
                    INVALID KEY
                       DISPLAY "ERROR: el perceptor " WS-IN-CODE
                               " no existe en PAYEE.DAT"
                       EXIT PARAGRAPH
               END-READ.
               IF PYE-STATUS = "B"
                  DISPLAY "AVISO: el perceptor " WS-IN-CODE
                          " ya estaba dado de baja"
                  EXIT PARAGRAPH
               END-IF.
               MOVE "B" TO PYE-STATUS.
               REWRITE PAYEE-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: no se pudo actualizar el "
                               "perceptor " WS-IN-CODE
                               " (status " WS-PYE-STATUS ")"
                       EXIT PARAGRAPH
               END-REWRITE.
               DISPLAY "Perceptor " WS-IN-CODE " dado de baja.".
               MOVE "BAJA" TO WS-AUDIT-ACTION.
               PERFORM Pye-LOG-CHANGE.

      *         ENLAZA UNA LINEA DE DEDMAST CON SU PERCEPTOR;
      *         ESPACIOS DESENLAZA (DEDUCCION SIN REMESA)
          Pye-ASIGNAR.
               IF WS-DED-AVAIL NOT = "Y"
                  DISPLAY "ERROR: DEDMAST.DAT no disponible"
                  EXIT PARAGRAPH
               END-IF.
               DISPLAY "ID del empleado: ".
               ACCEPT WS-IN-EMP-ID.
               DISPLAY "Secuencia de la deduccion: ".
               ACCEPT WS-IN-SEQ.
               MOVE WS-IN-EMP-ID TO DED-EMP-ID.
               MOVE WS-IN-SEQ    TO DED-SEQ.
               READ DEDUCTION-MASTER-FILE
                    INVALID KEY
                       DISPLAY "ERROR: no existe la deduccion "
                               WS-IN-SEQ " del empleado "
                               WS-IN-EMP-ID
                       EXIT PARAGRAPH
               END-READ.
               MOVE DED-PAYEE TO WS-OLD-PAYEE.
               DISPLAY "Deduccion " DED-SEQ " (" DED-DESC ") clase "
                       DED-CLASS " perceptor actual '" WS-OLD-PAYEE
                       "'".
               DISPLAY "Codigo de perceptor (espacios = ninguno): ".
               ACCEPT WS-IN-CODE.
               IF WS-IN-CODE NOT = SPACES
                  MOVE WS-IN-CODE TO PYE-CODE
                  READ PAYEE-MASTER-FILE
                       INVALID KEY
                          DISPLAY "ERROR: el perceptor " WS-IN-CODE
                                  " no existe en PAYEE.DAT"
                          EXIT PARAGRAPH
                  END-READ
                  IF PYE-STATUS = "B"
                     DISPLAY "ERROR: el perceptor " WS-IN-CODE
                             " esta dado de baja"
                     EXIT PARAGRAPH
                  END-IF
               END-IF.
               MOVE WS-IN-CODE TO DED-PAYEE.
               REWRITE DEDUCTION-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: no se pudo actualizar la "
                               "deduccion (status " WS-DED-STATUS
                               ")"
                       EXIT PARAGRAPH
               END-REWRITE.
               DISPLAY "Deduccion " DED-SEQ " del empleado "
                       DED-EMP-ID " asignada a '" DED-PAYEE "'.".
               PERFORM Pye-LOG-ASSIGN.

      *         LISTADO POR PANTALLA DEL MAESTRO, EN ORDEN DE CODIGO
          Pye-LISTADO.
               MOVE ZERO TO WS-COUNT-LIST.
               MOVE "N" TO WS-PYE-EOF.
               MOVE LOW-VALUES TO PYE-CODE.
               START PAYEE-MASTER-FILE KEY IS >= PYE-CODE
                  INVALID KEY
                     MOVE "Y" TO WS-PYE-EOF
               END-START.
               DISPLAY "CODIGO NOMBRE                         T E "
                       "CUENTA                   REFERENCIA".
               PERFORM UNTIL WS-PYE-EOF = "Y"
                  READ PAYEE-MASTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-PYE-EOF
                     NOT AT END
                        DISPLAY PYE-CODE " " PYE-NAME " " PYE-TYPE
                                " " PYE-STATUS " " PYE-BANK-ACCT
                                " " PYE-REFERENCE
                        ADD 1 TO WS-COUNT-LIST
                  END-READ
               END-PERFORM.
               DISPLAY WS-COUNT-LIST " perceptor(es).".

      *         REGISTRA EN EL FICHERO DE AUDITORIA QUIEN CAMBIO EL
      *         MAESTRO, CUANDO, QUE OPERACION Y SOBRE QUE PERCEPTOR
          Pye-LOG-CHANGE.
               PERFORM Pye-OPEN-AUDIT.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE SPACES TO AUDIT-LINE.
               STRING "OPERADOR=" WS-OPERATOR-ID
                      " TS=" WS-AUDIT-TIMESTAMP(1:14)
                      " PERCEPTOR " WS-AUDIT-ACTION
                      " CODIGO=" PYE-CODE
                      " TIPO=" PYE-TYPE
                      " ESTADO=" PYE-STATUS
                      " CUENTA=" PYE-BANK-ACCT
                      " REF=" PYE-REFERENCE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

          Pye-LOG-ASSIGN.
               PERFORM Pye-OPEN-AUDIT.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE SPACES TO AUDIT-LINE.
               STRING "OPERADOR=" WS-OPERATOR-ID
                      " TS=" WS-AUDIT-TIMESTAMP(1:14)
                      " DEDUCCION PERCEPTOR EMP=" DED-EMP-ID
                      " SEQ=" DED-SEQ
                      " ANTES=" WS-OLD-PAYEE
                      " AHORA=" DED-PAYEE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

          Pye-OPEN-AUDIT.
               IF WS-AUDIT-OPEN = "N"
                  OPEN EXTEND AUDIT-LOG-FILE
                  IF WS-AUDIT-STATUS = "35"
                     OPEN OUTPUT AUDIT-LOG-FILE
                  END-IF
                  MOVE "Y" TO WS-AUDIT-OPEN
               END-IF.

          END PROGRAM PAYEE-MAINT.
