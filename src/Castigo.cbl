           SELECT CASTIG-FILE ASSIGN TO "CASTIGADOS.DET"                *> Historia permanente de castigos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASTIG-STATUS.
           SELECT APROB-FILE ASSIGN TO "APROBADOR.DET"                  *> Maestro de aprobadores y sus limites
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROB-STATUS.
           SELECT PARAM-FILE ASSIGN TO "CASTIGO.DET"                    *> Tarjeta de control (umbral doble firma)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "CASTIGO.LST"                  *> Listado de auditoria
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-FILE ASSIGN TO "CASTIGO.CTL"                      *> Totales de control para CUADRE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DET"                  *> Cuentas contables por movimiento y TIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAS-STATUS.
           SELECT ASIENTOS-FILE ASSIGN TO "CASTIGO.ASI"                 *> Asientos contables de la corrida
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Una autorizacion de castigo por registro: la llave completa
       *> del documento a castigar mas el codigo de aprobacion que
       *> dio gerencia. Sin codigo no hay castigo. APROB2-TRX es el
       *> segundo aprobador, obligatorio (y distinto del primero)
       *> cuando el saldo supera el umbral de CASTIGO.DET.
       FD TRX-FILE.
       01 TRX-REC.
           05 NIT3-TRX        PIC X(10).
           05 COM-TRX         PIC X(4).
           05 DCTO-TRX        PIC X(4).
           05 APROB-TRX       PIC X(6).
           05 APROB2-TRX      PIC X(6).

       *> Historia permanente de castigos: a este archivo solo se le
       *> agregan registros, nunca se reescribe, igual que la
       *> bitacora RUNLOG.DET de CARTERA. Cada registro deja la fecha
       *> del castigo, la llave, el saldo al momento de castigar y el
       *> codigo de aprobacion (y el del segundo aprobador cuando lo
       *> hubo).
       FD CASTIG-FILE.
       01 CAST-REC.
           05 CAST-FECHA      PIC 9(8).
           05 CAST-DCTO       PIC X(4).
           05 CAST-SALDO      PIC 9(9)V99.
           05 CAST-APROB      PIC X(6).
           05 CAST-APROB2     PIC X(6).

       *> Maestro de aprobadores: codigo, nombre, maximo que puede
       *> castigar por documento y por mes calendario, y marca de
       *> activo ("S"). MANTCUPO lo usa tambien para los aumentos de
       *> cupo grandes.
       FD APROB-FILE.
       01 APR-REC.
           05 APR-CODIGO      PIC X(6).
           05 APR-NOMBRE      PIC X(30).
           05 APR-MAX-DCTO    PIC 9(9)V99.
           05 APR-MAX-MES     PIC 9(9)V99.
           05 APR-ACTIVO      PIC X(1).

       *> Tarjeta de control: saldo por encima del cual un castigo
       *> requiere dos aprobadores distintos. En blanco, o sin
       *> tarjeta, basta un aprobador para cualquier saldo.
       FD PARAM-FILE.
       01 PARAM-REC.
           05 CPR-UMBRAL      PIC X(11).
           05 CPR-UMBRAL-N REDEFINES CPR-UMBRAL PIC 9(9)V99.

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(120).
           05 CCT-FECHA       PIC 9(8).
           05 CCT-CASTIGADO   PIC 9(9)V99.

       *> Plan de cuentas de la interfaz contable: para cada tipo de
       *> movimiento y TIP de documento, la cuenta debito y la
       *> cuenta credito. Un TIP en blanco es la cuenta por defecto
       *> del movimiento para cualquier TIP sin renglon propio.
       FD CUENTAS-FILE.
       01 CUENTA-REC.
           05 CTA-MOV         PIC X(2).
           05 CTA-TIP         PIC X(2).
           05 CTA-DEBITO      PIC X(10).
           05 CTA-CREDITO     PIC X(10).
           05 CTA-DESCRIP     PIC X(30).

       *> Asientos contables de la corrida, uno por movimiento de
       *> cartera, con el mismo trazado de PAGOS.ASI: CONTAB los
       *> consolida en el archivo de carga para contabilidad.
       *> Movimiento de CASTIGO: "CA" gasto por castigo de cartera,
       *> con el TIP del documento castigado.
       FD ASIENTOS-FILE.
       01 ASI-REC.
           05 ASI-FECHA       PIC 9(8).
           05 ASI-MOV         PIC X(2).
           05 ASI-CTA-DEB     PIC X(10).
           05 ASI-CTA-CRE     PIC X(10).
           05 ASI-CCOSTO      PIC X(4).
           05 ASI-TERCERO     PIC X(10).
           05 ASI-TIP         PIC X(2).
           05 ASI-COM         PIC X(4).
           05 ASI-DCTO        PIC X(4).
           05 ASI-VALOR       PIC 9(9)V99.

       *> Registro de control de la fecha de negocio que mantiene
       *> CIERDIA: dia de negocio en curso y su estado ("A" abierto,
       *> "C" cerrado). La fecha de proceso sale de aqui y no del
       *> reloj del sistema.
       FD FECHANEG-FILE.
       01 FECHANEG-REC.
           05 FNG-FECHA          PIC 9(8).
           05 FNG-ESTADO         PIC X(1).
           05 FNG-FECHA-SIG      PIC 9(8).
           05 FNG-FECHA-ANT      PIC 9(8).
           05 FNG-FECHA-CIERRE   PIC 9(8).
           05 FNG-HORA-CIERRE    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-FNG-STATUS      PIC X(2).
       01 WS-FECHA-NEGOCIO   PIC 9(8) VALUE ZERO.
       01 WS-FNG-ESTADO      PIC X(1) VALUE SPACE.
       01 WS-TRX-STATUS     PIC X(2).
       01 WS-CASTIG-STATUS  PIC X(2).
       01 WS-CTAS-STATUS    PIC X(2).
       01 WS-APROB-STATUS   PIC X(2).
       01 WS-PARAM-STATUS   PIC X(2).
       *> Variables de control
       01 EOF-DET           PIC X VALUE "N".
       01 EOF-TRX           PIC X VALUE "N".
       01 EOF-APR           PIC X VALUE "N".
       01 EOF-CAST          PIC X VALUE "N".
       01 WS-LINE           PIC X(120).
       01 WS-IDX            PIC 9(8).
       01 WS-IDX-BUSQ       PIC 9(8).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-SALDO-TXT      PIC Z(7)9.99.
       01 WS-SALDO-SAL      PIC 9(7).99.
       01 WS-UMBRAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-UMBRAL-TXT     PIC Z(8)9.99.
       01 WS-DISP-TXT       PIC -(8)9.99.

       *> Maestro de aprobadores en memoria. AP-USADO-MES es lo que
       *> cada uno lleva castigado en el mes de la fecha de proceso:
       *> lo que ya muestra CASTIGADOS.DET mas lo aceptado en esta
       *> corrida. Un castigo con dos firmas cuenta para los dos.
       01 WS-AP-MAX         PIC 9(4) VALUE 500.
       01 WS-AP-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-AP-OMITIDOS    PIC 9(4) VALUE ZERO.
       01 TABLA-APROBADORES.
           05 AP-REG OCCURS 0 TO 500 TIMES
                     DEPENDING ON WS-AP-COUNT.
               10 AP-CODIGO      PIC X(6).
               10 AP-NOMBRE      PIC X(30).
               10 AP-MAX-DCTO    PIC 9(9)V99.
               10 AP-MAX-MES     PIC 9(9)V99.
               10 AP-ACTIVO      PIC X(1).
               10 AP-USADO-MES   PIC 9(11)V99.
       01 WS-IDX-AP         PIC 9(4).
       01 WS-IDX-AP1        PIC 9(4).
       01 WS-IDX-AP2        PIC 9(4).
       01 WS-AP-ENCONTRADO  PIC X VALUE "N".
       01 WS-APR-CODIGO     PIC X(6).
       01 WS-APR-SALDO      PIC 9(9)V99.
       01 WS-DISPONIBLE     PIC S9(11)V99.

       *> Contadores de la corrida
       01 WS-TRX-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-TRX-RECHAZADAS PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-CASTIGADO PIC 9(9)V99 VALUE ZERO.

       *> Plan de cuentas en memoria, cargado de CUENTAS.DET, y
       *> asiento en proceso, igual que en PAGOS.
       01 EOF-CTAS          PIC X VALUE "N".
       01 WS-CT-MAX         PIC 9(4) VALUE 500.
       01 WS-CT-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-CT-OMITIDAS    PIC 9(4) VALUE ZERO.
       01 TABLA-CUENTAS.
           05 CT-REG OCCURS 0 TO 500 TIMES
                     DEPENDING ON WS-CT-COUNT.
               10 CT-MOV         PIC X(2).
               10 CT-TIP         PIC X(2).
               10 CT-DEBITO      PIC X(10).
               10 CT-CREDITO     PIC X(10).
       01 WS-IDX-CT         PIC 9(4).
       01 WS-ASI-MOV        PIC X(2).
       01 WS-ASI-TIP        PIC X(2).
       01 WS-ASI-DEB        PIC X(10).
       01 WS-ASI-CRE        PIC X(10).
       01 WS-ASI-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ASI-SIN-CTA    PIC 9(8) VALUE ZERO.
       01 WS-ASI-TOTAL      PIC 9(9)V99 VALUE ZERO.

       *> Control de capacidad de la tabla de documentos
       01 WS-DOC-MAX        PIC 9(8) VALUE 20000.
       01 WS-DOC-COUNT      PIC 9(8) VALUE ZERO.
               10 CAS-DCTO       PIC X(4).
               10 CAS-SALDO      PIC 9(9)V99.
               10 CAS-APROB      PIC X(6).
               10 CAS-APROB2     PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM LEER-CONTROL
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-DOCUMENTOS
           PERFORM CARGAR-CUENTAS
           PERFORM CARGAR-APROBADORES
           PERFORM ACUMULAR-CASTIGOS-MES
           PERFORM APLICAR-TRANSACCIONES
           PERFORM REESCRIBIR-DET
           PERFORM GRABAR-HISTORIA
           PERFORM GRABAR-CONTROL
           PERFORM GRABAR-ASIENTOS
           PERFORM IMPRIMIR-RESUMEN
           CLOSE LISTADO-FILE
           STOP RUN.

       *> Toma la fecha de negocio de FECHANEG.DET. Sin registro de
       *> control, o con el dia ya cerrado por CIERDIA, el programa
       *> no corre: todavia no ha abierto ni escrito ningun archivo.
       LEER-FECHA-NEGOCIO.
           OPEN INPUT FECHANEG-FILE
           IF WS-FNG-STATUS = "00"
               READ FECHANEG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FNG-FECHA  TO WS-FECHA-NEGOCIO
                       MOVE FNG-ESTADO TO WS-FNG-ESTADO
               END-READ
               CLOSE FECHANEG-FILE
           END-IF
           IF WS-FECHA-NEGOCIO = ZERO
               DISPLAY "CASTIGO: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "CASTIGO: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Lee la tarjeta de control. Sin tarjeta, o con el umbral en
       *> blanco o en cero, no se exige segunda firma.
       LEER-CONTROL.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CPR-UMBRAL IS NUMERIC
                           MOVE CPR-UMBRAL-N TO WS-UMBRAL
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           EXIT.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           IF WS-UMBRAL > ZERO
               MOVE WS-UMBRAL TO WS-UMBRAL-TXT
               STRING "SALDO QUE REQUIERE DOS APROBADORES: MAS DE "
               WS-UMBRAL-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               STRING "SIN UMBRAL DE DOBLE APROBACION EN CASTIGO.DET: "
               "basta un aprobador."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "NIT         | SUC  | DOCUMENTO      | APROB  |"
           " APROB2 |      SALDO | RESULTADO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           CLOSE DET-FILE
           EXIT.

       *> Carga APROBADOR.DET en TABLA-APROBADORES. Sin el maestro
       *> ningun castigo pasa la validacion del aprobador.
       CARGAR-APROBADORES.
           MOVE ZERO TO WS-AP-COUNT WS-AP-OMITIDOS
           OPEN INPUT APROB-FILE
           IF WS-APROB-STATUS = "00"
               PERFORM UNTIL EOF-APR = "S"
                   READ APROB-FILE
                       AT END MOVE "S" TO EOF-APR
                       NOT AT END
                           IF WS-AP-COUNT >= WS-AP-MAX
                               ADD 1 TO WS-AP-OMITIDOS
                           ELSE
                               ADD 1 TO WS-AP-COUNT
                               MOVE APR-CODIGO TO
                                          AP-CODIGO(WS-AP-COUNT)
                               MOVE APR-NOMBRE TO
                                          AP-NOMBRE(WS-AP-COUNT)
                               MOVE APR-MAX-DCTO TO
                                          AP-MAX-DCTO(WS-AP-COUNT)
                               MOVE APR-MAX-MES TO
                                          AP-MAX-MES(WS-AP-COUNT)
                               MOVE APR-ACTIVO TO
                                          AP-ACTIVO(WS-AP-COUNT)
                               MOVE ZERO TO AP-USADO-MES(WS-AP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APROB-FILE
           END-IF
           EXIT.

       *> Suma a cada aprobador lo que CASTIGADOS.DET ya muestra
       *> castigado con su firma en el mes de la fecha de proceso.
       ACUMULAR-CASTIGOS-MES.
           OPEN INPUT CASTIG-FILE
           IF WS-CASTIG-STATUS = "00"
               PERFORM UNTIL EOF-CAST = "S"
                   READ CASTIG-FILE
                       AT END MOVE "S" TO EOF-CAST
                       NOT AT END
                           IF CAST-FECHA(1:6) =
                              WS-FECHA-PROCESO(1:6)
                               MOVE CAST-APROB TO WS-APR-CODIGO
                               PERFORM SUMAR-USO-APROBADOR
                               IF CAST-APROB2 NOT = SPACES AND
                                  CAST-APROB2 NOT = CAST-APROB
                                   MOVE CAST-APROB2 TO WS-APR-CODIGO
                                   PERFORM SUMAR-USO-APROBADOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASTIG-FILE
           END-IF
           EXIT.

       SUMAR-USO-APROBADOR.
           PERFORM BUSCAR-APROBADOR
           IF WS-AP-ENCONTRADO = "S"
               ADD CAST-SALDO TO AP-USADO-MES(WS-IDX-AP)
           END-IF
           EXIT.

       *> Busca WS-APR-CODIGO en TABLA-APROBADORES. Si lo encuentra
       *> deja su posicion en WS-IDX-AP.
       BUSCAR-APROBADOR.
           MOVE "N" TO WS-AP-ENCONTRADO
           MOVE 1 TO WS-IDX-AP
           PERFORM UNTIL WS-IDX-AP > WS-AP-COUNT OR
                         WS-AP-ENCONTRADO = "S"
               IF AP-CODIGO(WS-IDX-AP) = WS-APR-CODIGO
                   MOVE "S" TO WS-AP-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-AP
               END-IF
           END-PERFORM.

       *> Lee CASTTRX.DET y aplica cada autorizacion sobre la tabla.
       *> Ninguna transaccion toca los archivos directamente: DET.DET
       *> y la historia solo se escriben al final, cuando todas

       *> Valida y aplica la autorizacion actual (TRX-REC): exige
       *> codigo de aprobacion y un documento abierto con la llave
       *> completa. El aprobador debe estar en APROBADOR.DET, activo,
       *> con limite por documento y saldo disponible del mes que
       *> cubran el saldo; por encima del umbral se exige un segundo
       *> aprobador distinto que cumpla lo mismo. El documento
       *> aceptado queda en cero en la tabla (sale de DET.DET al
       *> reescribir) y anotado para la historia.
       APLICAR-UNA-TRX.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZERO TO WS-IDX-AP1 WS-IDX-AP2
           IF APROB-TRX = SPACES
               MOVE "SIN CODIGO DE APROBACION" TO WS-MOTIVO
           ELSE
                   MOVE "DOCUMENTO NO ABIERTO EN DET.DET"
                                                   TO WS-MOTIVO
               ELSE
                   MOVE D-SALDO(WS-IDX-BUSQ) TO WS-APR-SALDO
                   MOVE APROB-TRX TO WS-APR-CODIGO
                   PERFORM VALIDAR-APROBADOR
                   MOVE WS-IDX-AP TO WS-IDX-AP1
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               IF APROB2-TRX = SPACES
                   IF WS-UMBRAL > ZERO AND WS-APR-SALDO > WS-UMBRAL
                       MOVE "SALDO SOBRE UMBRAL: FALTA 2DO APROBADOR"
                                                   TO WS-MOTIVO
                   END-IF
               ELSE
                   IF APROB2-TRX = APROB-TRX
                       MOVE "2DO APROBADOR IGUAL AL PRIMERO"
                                                   TO WS-MOTIVO
                   ELSE
                       MOVE APROB2-TRX TO WS-APR-CODIGO
                       PERFORM VALIDAR-APROBADOR
                       MOVE WS-IDX-AP TO WS-IDX-AP2
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               IF WS-CAS-COUNT >= WS-CAS-MAX
                   MOVE "TABLA DE CASTIGOS LLENA" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               ADD WS-APR-SALDO TO AP-USADO-MES(WS-IDX-AP1)
               IF WS-IDX-AP2 > ZERO
                   ADD WS-APR-SALDO TO AP-USADO-MES(WS-IDX-AP2)
               END-IF
               ADD 1 TO WS-CAS-COUNT
               MOVE D-NIT(WS-IDX-BUSQ)   TO CAS-NIT(WS-CAS-COUNT)
               MOVE D-SUC(WS-IDX-BUSQ)   TO CAS-SUC(WS-CAS-COUNT)
               MOVE D-DCTO(WS-IDX-BUSQ)  TO CAS-DCTO(WS-CAS-COUNT)
               MOVE D-SALDO(WS-IDX-BUSQ) TO CAS-SALDO(WS-CAS-COUNT)
               MOVE APROB-TRX            TO CAS-APROB(WS-CAS-COUNT)
               MOVE APROB2-TRX           TO CAS-APROB2(WS-CAS-COUNT)
               ADD D-SALDO(WS-IDX-BUSQ)  TO WS-TOTAL-CASTIGADO
               MOVE D-SALDO(WS-IDX-BUSQ) TO WS-SALDO-TXT
               MOVE ZERO TO D-SALDO(WS-IDX-BUSQ)
               PERFORM IMPRIMIR-TRX-RECHAZADA
           END-IF.

       *> Valida el aprobador WS-APR-CODIGO para castigar
       *> WS-APR-SALDO: registrado, activo, dentro de su limite por
       *> documento y de lo que le queda del limite del mes. Deja la
       *> causa en WS-MOTIVO y la posicion en WS-IDX-AP.
       VALIDAR-APROBADOR.
           PERFORM BUSCAR-APROBADOR
           IF WS-AP-ENCONTRADO = "N"
               STRING "APROBADOR " DELIMITED BY SIZE
               WS-APR-CODIGO DELIMITED BY SPACE
               " NO REGISTRADO" DELIMITED BY SIZE
                   INTO WS-MOTIVO
               END-STRING
           ELSE
               IF AP-ACTIVO(WS-IDX-AP) NOT = "S"
                   STRING "APROBADOR " DELIMITED BY SIZE
                   WS-APR-CODIGO DELIMITED BY SPACE
                   " INACTIVO" DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
               ELSE
                   COMPUTE WS-DISPONIBLE = AP-MAX-MES(WS-IDX-AP) -
                                           AP-USADO-MES(WS-IDX-AP)
                   IF WS-APR-SALDO > AP-MAX-DCTO(WS-IDX-AP)
                       STRING "EXCEDE LIMITE POR DOCUMENTO DE "
                       WS-APR-CODIGO DELIMITED BY SIZE
                           INTO WS-MOTIVO
                       END-STRING
                   ELSE
                       IF WS-APR-SALDO > WS-DISPONIBLE
                           STRING "EXCEDE LIMITE DEL MES DE "
                           WS-APR-CODIGO DELIMITED BY SIZE
                               INTO WS-MOTIVO
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> Busca el documento abierto con la llave completa de la
       *> autorizacion (NIT+sucursal+TIP/COM/DCTO, saldo mayor que
       *> cero).
           MOVE SPACES TO WS-LINE
           STRING NIT3-TRX "  | " SUC3-TRX " | "
           TIP-TRX " " COM-TRX " " DCTO-TRX "   | "
           APROB-TRX " | " APROB2-TRX " | " WS-SALDO-TXT
           " | CASTIGADO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING NIT3-TRX "  | " SUC3-TRX " | "
           TIP-TRX " " COM-TRX " " DCTO-TRX "   | "
           APROB-TRX " | " APROB2-TRX " |            | RECHAZADA: "
           WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
       *> Lo que le quedaba del mes al aprobador sale en renglon
       *> propio: en el renglon de la transaccion no cabe.
           IF WS-MOTIVO(1:25) = "EXCEDE LIMITE DEL MES DE "
               MOVE WS-DISPONIBLE TO WS-DISP-TXT
               MOVE SPACES TO WS-LINE
               STRING "       DISPONIBLE DEL MES PARA "
                   DELIMITED BY SIZE
               WS-APR-CODIGO DELIMITED BY SPACE
               ": " WS-DISP-TXT DELIMITED BY SIZE
                   INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       *> Reescribe DET.DET sin los documentos castigados. Si la
                   MOVE CAS-DCTO(WS-IDX)  TO CAST-DCTO
                   MOVE CAS-SALDO(WS-IDX) TO CAST-SALDO
                   MOVE CAS-APROB(WS-IDX) TO CAST-APROB
                   MOVE CAS-APROB2(WS-IDX) TO CAST-APROB2
                   WRITE CAST-REC
                   ADD 1 TO WS-IDX
               END-PERFORM
           CLOSE CTL-FILE
           EXIT.

       *> Graba CASTIGO.ASI con un asiento "CA" por documento
       *> castigado, tomado de la misma tabla con que se graba
       *> CASTIGADOS.DET. Se reescribe en cada corrida, igual que
       *> CASTIGO.CTL: en una corrida no firme queda vacio.
       GRABAR-ASIENTOS.
           OPEN OUTPUT ASIENTOS-FILE
           IF WS-DOC-OMITIDOS = ZERO
               MOVE "CA" TO WS-ASI-MOV
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-CAS-COUNT
                   MOVE SPACES            TO ASI-REC
                   MOVE CAS-NIT(WS-IDX)   TO ASI-TERCERO
                   MOVE CAS-SUC(WS-IDX)   TO ASI-CCOSTO
                   MOVE CAS-TIP(WS-IDX)   TO ASI-TIP
                   MOVE CAS-COM(WS-IDX)   TO ASI-COM
                   MOVE CAS-DCTO(WS-IDX)  TO ASI-DCTO
                   MOVE CAS-SALDO(WS-IDX) TO ASI-VALOR
                   PERFORM ESCRIBIR-ASIENTO
                   ADD 1 TO WS-IDX
               END-PERFORM
           END-IF
           CLOSE ASIENTOS-FILE
           EXIT.

       *> Carga CUENTAS.DET (plan de cuentas de la interfaz contable)
       *> en TABLA-CUENTAS. Si el archivo no existe los asientos se
       *> graban igual, sin cuenta, y el resumen lo avisa.
       CARGAR-CUENTAS.
           MOVE ZERO TO WS-CT-COUNT WS-CT-OMITIDAS
           OPEN INPUT CUENTAS-FILE
           IF WS-CTAS-STATUS = "00"
               MOVE "N" TO EOF-CTAS
               PERFORM UNTIL EOF-CTAS = "S"
                   READ CUENTAS-FILE
                       AT END MOVE "S" TO EOF-CTAS
                       NOT AT END
                           IF WS-CT-COUNT >= WS-CT-MAX
                               ADD 1 TO WS-CT-OMITIDAS
                           ELSE
                               ADD 1 TO WS-CT-COUNT
                               MOVE CTA-MOV     TO CT-MOV(WS-CT-COUNT)
                               MOVE CTA-TIP     TO CT-TIP(WS-CT-COUNT)
                               MOVE CTA-DEBITO  TO
                                             CT-DEBITO(WS-CT-COUNT)
                               MOVE CTA-CREDITO TO
                                             CT-CREDITO(WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-FILE
           END-IF
           EXIT.

       *> Busca las cuentas del movimiento WS-ASI-MOV para el TIP
       *> WS-ASI-TIP: primero el renglon exacto y, si no hay, el
       *> renglon por defecto del movimiento (TIP en blanco). Deja
       *> las cuentas en WS-ASI-DEB y WS-ASI-CRE, en blanco si el
       *> plan de cuentas no tiene el movimiento.
       BUSCAR-CUENTA.
           MOVE SPACES TO WS-ASI-DEB WS-ASI-CRE
           MOVE 1 TO WS-IDX-CT
           PERFORM UNTIL WS-IDX-CT > WS-CT-COUNT
               IF CT-MOV(WS-IDX-CT) = WS-ASI-MOV AND
                  CT-TIP(WS-IDX-CT) = WS-ASI-TIP
                   MOVE CT-DEBITO(WS-IDX-CT)  TO WS-ASI-DEB
                   MOVE CT-CREDITO(WS-IDX-CT) TO WS-ASI-CRE
                   MOVE WS-CT-COUNT TO WS-IDX-CT
               END-IF
               ADD 1 TO WS-IDX-CT
           END-PERFORM
           IF WS-ASI-DEB = SPACES AND WS-ASI-CRE = SPACES
               MOVE 1 TO WS-IDX-CT
               PERFORM UNTIL WS-IDX-CT > WS-CT-COUNT
                   IF CT-MOV(WS-IDX-CT) = WS-ASI-MOV AND
                      CT-TIP(WS-IDX-CT) = SPACES
                       MOVE CT-DEBITO(WS-IDX-CT)  TO WS-ASI-DEB
                       MOVE CT-CREDITO(WS-IDX-CT) TO WS-ASI-CRE
                       MOVE WS-CT-COUNT TO WS-IDX-CT
                   END-IF
                   ADD 1 TO WS-IDX-CT
               END-PERFORM
           END-IF.

       *> Completa y graba el asiento que dejo armado el llamador en
       *> ASI-REC (tercero, centro de costo, documento y valor) con
       *> la fecha, el movimiento WS-ASI-MOV y sus cuentas.
       ESCRIBIR-ASIENTO.
           MOVE ASI-TIP TO WS-ASI-TIP
           PERFORM BUSCAR-CUENTA
           MOVE WS-FECHA-PROCESO TO ASI-FECHA
           MOVE WS-ASI-MOV       TO ASI-MOV
           MOVE WS-ASI-DEB       TO ASI-CTA-DEB
           MOVE WS-ASI-CRE       TO ASI-CTA-CRE
           IF WS-ASI-DEB = SPACES OR WS-ASI-CRE = SPACES
               ADD 1 TO WS-ASI-SIN-CTA
           END-IF
           WRITE ASI-REC
           ADD 1 TO WS-ASI-COUNT
           ADD ASI-VALOR TO WS-ASI-TOTAL
           EXIT.

       *> Totales de la corrida al final del listado de auditoria.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINE
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-ASI-TOTAL TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "ASIENTOS CONTABLES (CASTIGO.ASI): " WS-ASI-COUNT
           " por " WS-SALDO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-AP-COUNT = ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: APROBADOR.DET no existe o vino vacio: "
               "ningun castigo puede pasar la validacion."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-AP-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-AP-OMITIDOS
               " aprobador(es) de APROBADOR.DET fuera de la tabla ("
               WS-AP-MAX "): sus castigos se rechazan."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-CT-COUNT = ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: CUENTAS.DET no existe o vino vacio: "
               "los asientos salen sin cuenta y CONTAB rechazara "
               "el dia."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-CT-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-CT-OMITIDAS
               " cuenta(s) de CUENTAS.DET fuera de la tabla ("
               WS-CT-MAX "): pueden salir asientos sin cuenta."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-ASI-SIN-CTA > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-ASI-SIN-CTA
               " asiento(s) sin cuenta en CUENTAS.DET: CONTAB "
               "rechazara el dia hasta completar el plan de cuentas."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-DOC-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-DOC-OMITIDOS
