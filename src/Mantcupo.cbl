               FILE STATUS IS WS-TRX-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "MANTCUPO.LST"                 *> Listado de auditoria
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APROB-FILE ASSIGN TO "APROBADOR.DET"                  *> Maestro de aprobadores y sus limites
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROB-STATUS.
           SELECT PARAM-FILE ASSIGN TO "MANTCUPO.DET"                   *> Tarjeta de control (umbral de aumento)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT CUPHIST-FILE ASSIGN TO "CUPHIST.DET"                  *> Historia permanente de cambios de cupo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUPHIST-STATUS.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.
           SELECT CUP-SD-FILE ASSIGN TO "CUP.WRK".                      *> Area de trabajo del SORT de CUPOS.DET

       DATA DIVISION.
       *> existente, "B" borra el cupo, "Q" pone o quita la marca de
       *> bloqueo segun venga en BLOQ-TRX. El valor viene con la
       *> misma forma 9(9)V99 del archivo y se valida numerico antes
       *> de tocar nada. APROB-TRX es el codigo del aprobador,
       *> obligatorio cuando el aumento de cupo supera el umbral de
       *> MANTCUPO.DET.
       FD TRX-FILE.
       01 TRX-REC.
           05 ACCION-TRX      PIC X(1).
           05 CUPO-TRX        PIC X(11).
           05 CUPO-TRX-N REDEFINES CUPO-TRX PIC 9(9)V99.
           05 BLOQ-TRX        PIC X(1).
           05 APROB-TRX       PIC X(6).

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(120).

       *> Maestro de aprobadores que usa CASTIGO, con el mismo
       *> trazado. Para un aumento de cupo cuenta el limite por
       *> documento: el aumento no puede superarlo.
       FD APROB-FILE.
       01 APR-REC.
           05 APR-CODIGO      PIC X(6).
           05 APR-NOMBRE      PIC X(30).
           05 APR-MAX-DCTO    PIC 9(9)V99.
           05 APR-MAX-MES     PIC 9(9)V99.
           05 APR-ACTIVO      PIC X(1).

       *> Tarjeta de control: aumento de cupo por encima del cual se
       *> exige aprobador. En blanco, o sin tarjeta, ningun aumento
       *> lo exige (si viene, se valida igual).
       FD PARAM-FILE.
       01 PARAM-REC.
           05 CPR-UMBRAL      PIC X(11).
           05 CPR-UMBRAL-N REDEFINES CPR-UMBRAL PIC 9(9)V99.

       *> Historia permanente de cambios de cupo: a este archivo solo
       *> se le agregan registros, igual que CASTIGADOS.DET. Un
       *> registro por transaccion aceptada, con el cupo antes y
       *> despues, la marca de bloqueo resultante y el aprobador.
       FD CUPHIST-FILE.
       01 CH-REC.
           05 CH-FECHA        PIC 9(8).
           05 CH-NIT          PIC X(10).
           05 CH-ACCION       PIC X(1).
           05 CH-CUPO-ANT     PIC 9(9)V99.
           05 CH-CUPO-NUE     PIC 9(9)V99.
           05 CH-BLOQ         PIC X(1).
           05 CH-APROB        PIC X(6).

       *> Registro de control de la fecha de negocio que mantiene
       *> CIERDIA: dia de negocio en curso y su estado ("A" abierto,
       *> "C" cerrado). La fecha de la historia sale de aqui y no
       *> del reloj del sistema.
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
       01 WS-CUPOS-STATUS   PIC X(2).
       01 WS-APROB-STATUS   PIC X(2).
       01 WS-PARAM-STATUS   PIC X(2).
       01 WS-CUPHIST-STATUS PIC X(2).
       01 WS-DET-STATUS     PIC X(2).
       01 WS-TRX-STATUS     PIC X(2).
       *> Variables de control
       01 EOF-CUP-SORT      PIC X VALUE "N".
       01 EOF-DET           PIC X VALUE "N".
       01 EOF-TRX           PIC X VALUE "N".
       01 EOF-APR           PIC X VALUE "N".
       01 WS-LINE           PIC X(120).
       01 WS-IDX            PIC 9(8).
       01 WS-IDX-BUSQ       PIC 9(8).
       01 WS-EXPOSICION     PIC 9(9)V99.
       01 WS-CUPO-TXT       PIC Z(9)9.99.
       01 WS-EXPO-TXT       PIC Z(9)9.99.
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-UMBRAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-UMBRAL-TXT     PIC Z(9)9.99.
       01 WS-CUPO-ANT       PIC 9(9)V99.
       01 WS-AUMENTO        PIC 9(9)V99.
       01 WS-ACCION         PIC X(1).

       *> Maestro de aprobadores en memoria.
       01 WS-AP-MAX         PIC 9(4) VALUE 500.
       01 WS-AP-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-AP-OMITIDOS    PIC 9(4) VALUE ZERO.
       01 TABLA-APROBADORES.
           05 AP-REG OCCURS 0 TO 500 TIMES
                     DEPENDING ON WS-AP-COUNT.
               10 AP-CODIGO      PIC X(6).
               10 AP-MAX-DCTO    PIC 9(9)V99.
               10 AP-ACTIVO      PIC X(1).
       01 WS-IDX-AP         PIC 9(4).
       01 WS-AP-ENCONTRADO  PIC X VALUE "N".

       *> Cambios aceptados de la corrida, retenidos en memoria: la
       *> historia CUPHIST.DET solo se escribe al final, cuando ya se
       *> sabe que CUPOS.DET si se va a reescribir, igual que hace
       *> CASTIGO con CASTIGADOS.DET.
       01 WS-CM-MAX         PIC 9(8) VALUE 5000.
       01 WS-CM-COUNT       PIC 9(8) VALUE ZERO.
       01 TABLA-CAMBIOS.
           05 CM-REG OCCURS 0 TO 5000 TIMES
                     DEPENDING ON WS-CM-COUNT.
               10 CM-NIT         PIC X(10).
               10 CM-ACCION      PIC X(1).
               10 CM-CUPO-ANT    PIC 9(9)V99.
               10 CM-CUPO-NUE    PIC 9(9)V99.
               10 CM-BLOQ        PIC X(1).
               10 CM-APROB       PIC X(6).

       *> Contadores de la corrida
       01 WS-TRX-COUNT      PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM LEER-CONTROL
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-CUPOS
           PERFORM CARGAR-DOCUMENTOS
           PERFORM CARGAR-APROBADORES
           PERFORM APLICAR-TRANSACCIONES
           PERFORM REESCRIBIR-CUPOS
           PERFORM GRABAR-HISTORIA
           PERFORM IMPRIMIR-RESUMEN
           CLOSE LISTADO-FILE
           STOP RUN.

       *> Toma la fecha de negocio de FECHANEG.DET, con la que se
       *> fecha la historia de cambios. Sin registro de control, o
       *> con el dia ya cerrado por CIERDIA, el programa no corre:
       *> todavia no ha abierto ni escrito ningun archivo.
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
               DISPLAY "MANTCUPO: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "MANTCUPO: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Lee la tarjeta de control. Sin tarjeta, o con el umbral en
       *> blanco o en cero, ningun aumento exige aprobador.
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
           STRING "MANTENIMIENTO DEL ARCHIVO DE CUPOS CUPOS.DET - "
           "LISTADO DE AUDITORIA - FECHA: " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           IF WS-UMBRAL > ZERO
               MOVE WS-UMBRAL TO WS-UMBRAL-TXT
               STRING "AUMENTO DE CUPO QUE REQUIERE APROBADOR: MAS DE "
               WS-UMBRAL-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               STRING "SIN UMBRAL DE AUMENTO EN MANTCUPO.DET: ningun "
               "aumento exige aprobador."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "ACC | NIT        |         CUPO | BLQ | APROB  | "
           "RESULTADO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Carga APROBADOR.DET en TABLA-APROBADORES. Sin el maestro
       *> ningun aumento que exija aprobador se acepta.
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
                               MOVE APR-MAX-DCTO TO
                                          AP-MAX-DCTO(WS-AP-COUNT)
                               MOVE APR-ACTIVO TO
                                          AP-ACTIVO(WS-AP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APROB-FILE
           END-IF
           EXIT.

       *> Ordena CUPOS.DET por NIT y carga el resultado en
       *> TABLA-CUPOS, conservando la primera linea de cada llave
       *> repetida y depurando las demas, igual que CARGAR-MAESTRO
       *> administrativo y no por compras.
       APLICAR-UNA-TRX.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZERO TO WS-CUPO-ANT
           PERFORM BUSCAR-EN-CUPOS
           IF WS-CUP-ENCONTRADO = "S"
               MOVE CU-CUPO(WS-IDX-BUSQ) TO WS-CUPO-ANT
           END-IF
           MOVE ACCION-TRX TO WS-ACCION
           IF WS-CM-COUNT >= WS-CM-MAX
               MOVE "TABLA DE CAMBIOS LLENA" TO WS-MOTIVO
               MOVE LOW-VALUE TO WS-ACCION
           END-IF
           EVALUATE WS-ACCION
               WHEN LOW-VALUE
                   CONTINUE
               WHEN "A"
                   IF WS-CUP-ENCONTRADO = "S"
                       MOVE "NIT YA TIENE CUPO ASIGNADO" TO WS-MOTIVO
                   ELSE
                       PERFORM VALIDAR-CUPO-TRX
                       IF WS-MOTIVO = SPACES
                           PERFORM VALIDAR-AUMENTO
                       END-IF
                       IF WS-MOTIVO = SPACES
                           IF WS-CUP-COUNT >= WS-CUP-MAX
                               MOVE "TABLA DE CUPOS LLENA"
                       MOVE "NIT SIN CUPO EN EL ARCHIVO" TO WS-MOTIVO
                   ELSE
                       PERFORM VALIDAR-CUPO-TRX
                       IF WS-MOTIVO = SPACES
                           PERFORM VALIDAR-AUMENTO
                       END-IF
                       IF WS-MOTIVO = SPACES
                           MOVE CUPO-TRX-N TO CU-CUPO(WS-IDX-BUSQ)
                       END-IF
                                                       TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               PERFORM ANOTAR-CAMBIO
               ADD 1 TO WS-TRX-ACEPTADAS
               PERFORM IMPRIMIR-TRX-ACEPTADA
           ELSE
               PERFORM IMPRIMIR-TRX-RECHAZADA
           END-IF.

       *> Valida el aprobador contra el aumento de cupo (cupo nuevo
       *> menos el anterior; todo el cupo en una adicion). Sobre el
       *> umbral el aprobador es obligatorio; si viene, aunque no
       *> se exija, debe estar registrado, activo y con limite por
       *> documento que cubra el aumento.
       VALIDAR-AUMENTO.
           MOVE ZERO TO WS-AUMENTO
           IF CUPO-TRX-N > WS-CUPO-ANT
               COMPUTE WS-AUMENTO = CUPO-TRX-N - WS-CUPO-ANT
           END-IF
           IF APROB-TRX = SPACES
               IF WS-UMBRAL > ZERO AND WS-AUMENTO > WS-UMBRAL
                   MOVE "AUMENTO SOBRE UMBRAL: FALTA APROBADOR"
                                                       TO WS-MOTIVO
               END-IF
           ELSE
               PERFORM BUSCAR-APROBADOR
               IF WS-AP-ENCONTRADO = "N"
                   STRING "APROBADOR " DELIMITED BY SIZE
                   APROB-TRX DELIMITED BY SPACE
                   " NO REGISTRADO" DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
               ELSE
                   IF AP-ACTIVO(WS-IDX-AP) NOT = "S"
                       STRING "APROBADOR " DELIMITED BY SIZE
                       APROB-TRX DELIMITED BY SPACE
                       " INACTIVO" DELIMITED BY SIZE
                           INTO WS-MOTIVO
                       END-STRING
                   ELSE
                       IF WS-AUMENTO > AP-MAX-DCTO(WS-IDX-AP)
                           STRING "AUMENTO EXCEDE LIMITE DE "
                           APROB-TRX DELIMITED BY SIZE
                               INTO WS-MOTIVO
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> Busca APROB-TRX en TABLA-APROBADORES. Si lo encuentra deja
       *> su posicion en WS-IDX-AP.
       BUSCAR-APROBADOR.
           MOVE "N" TO WS-AP-ENCONTRADO
           MOVE 1 TO WS-IDX-AP
           PERFORM UNTIL WS-IDX-AP > WS-AP-COUNT OR
                         WS-AP-ENCONTRADO = "S"
               IF AP-CODIGO(WS-IDX-AP) = APROB-TRX
                   MOVE "S" TO WS-AP-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-AP
               END-IF
           END-PERFORM.

       *> Anota la transaccion aceptada para CUPHIST.DET con el cupo
       *> antes y despues y la marca de bloqueo resultante.
       ANOTAR-CAMBIO.
           ADD 1 TO WS-CM-COUNT
           MOVE NIT3-TRX    TO CM-NIT(WS-CM-COUNT)
           MOVE ACCION-TRX  TO CM-ACCION(WS-CM-COUNT)
           MOVE WS-CUPO-ANT TO CM-CUPO-ANT(WS-CM-COUNT)
           MOVE APROB-TRX   TO CM-APROB(WS-CM-COUNT)
           EVALUATE ACCION-TRX
               WHEN "A"
                   MOVE CU-CUPO(WS-CUP-COUNT) TO
                                          CM-CUPO-NUE(WS-CM-COUNT)
                   MOVE CU-BLOQ(WS-CUP-COUNT) TO CM-BLOQ(WS-CM-COUNT)
               WHEN "B"
                   MOVE ZERO TO CM-CUPO-NUE(WS-CM-COUNT)
                   MOVE CU-BLOQ(WS-IDX-BUSQ) TO CM-BLOQ(WS-CM-COUNT)
               WHEN OTHER
                   MOVE CU-CUPO(WS-IDX-BUSQ) TO
                                          CM-CUPO-NUE(WS-CM-COUNT)
                   MOVE CU-BLOQ(WS-IDX-BUSQ) TO CM-BLOQ(WS-CM-COUNT)
           END-EVALUATE
           EXIT.

       *> Valida el valor del cupo de la transaccion: debe ser
       *> numerico y no puede quedar por debajo de la exposicion
       *> actual del NIT en DET.DET.
           END-IF
           MOVE SPACES TO WS-LINE
           STRING " " ACCION-TRX "  | " NIT3-TRX " | " WS-CUPO-TXT
           " |  " BLOQ-TRX "  | " APROB-TRX " | ACEPTADA"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
       IMPRIMIR-TRX-RECHAZADA.
           MOVE SPACES TO WS-LINE
           STRING " " ACCION-TRX "  | " NIT3-TRX " | " CUPO-TRX
           "  |  " BLOQ-TRX "  | " APROB-TRX " | RECHAZADA: "
           WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
               ADD 1 TO WS-IDX
           END-PERFORM.

       *> Agrega los cambios aceptados a CUPHIST.DET (la primera
       *> corrida crea el archivo). Solo se graba si CUPOS.DET si se
       *> reescribio: historia y archivo deben contar lo mismo.
       GRABAR-HISTORIA.
           IF WS-CUP-OMITIDOS = ZERO AND WS-CM-COUNT > ZERO
               OPEN EXTEND CUPHIST-FILE
               IF WS-CUPHIST-STATUS = "35"
                   OPEN OUTPUT CUPHIST-FILE
               END-IF
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-CM-COUNT
                   MOVE SPACES              TO CH-REC
                   MOVE WS-FECHA-PROCESO    TO CH-FECHA
                   MOVE CM-NIT(WS-IDX)      TO CH-NIT
                   MOVE CM-ACCION(WS-IDX)   TO CH-ACCION
                   MOVE CM-CUPO-ANT(WS-IDX) TO CH-CUPO-ANT
                   MOVE CM-CUPO-NUE(WS-IDX) TO CH-CUPO-NUE
                   MOVE CM-BLOQ(WS-IDX)     TO CH-BLOQ
                   MOVE CM-APROB(WS-IDX)    TO CH-APROB
                   WRITE CH-REC
                   ADD 1 TO WS-IDX
               END-PERFORM
               CLOSE CUPHIST-FILE
           END-IF
           EXIT.

       *> Totales de la corrida al final del listado de auditoria.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINE
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-AP-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-AP-OMITIDOS
               " aprobador(es) de APROBADOR.DET fuera de la tabla ("
               WS-AP-MAX "): sus aumentos se rechazan."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-DUP-CUPOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-DUP-CUPOS
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-CUP-OMITIDOS
               " cupo(s) omitido(s) por exceder la capacidad "
               "maxima de la tabla (" WS-CUP-MAX "). CUPOS.DET y "
               "CUPHIST.DET quedaron INTACTOS: repita la corrida con "
               "mas cupo de tabla."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
