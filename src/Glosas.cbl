       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLOSAS.                                              *> Registro de glosas (documentos en disputa)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DET-FILE ASSIGN TO "DET.DET"                          *> Documentos abiertos (saldo del glosado)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.
           SELECT TRX-FILE ASSIGN TO "GLOTRX.DET"                       *> Transacciones de glosas
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRX-STATUS.
           SELECT GLOSAS-FILE ASSIGN TO "GLOSAS.DET"                    *> Registro permanente de glosas
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLO-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "GLOSAS.LST"                   *> Listado de auditoria
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDAD-FILE ASSIGN TO "GLOSEDAD.LST"                    *> Antiguedad de las glosas abiertas
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLO-SD-FILE ASSIGN TO "GLO.WRK".                      *> Area de trabajo del SORT de GLOSAS.DET
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DET-FILE.
       01 DET-REC.
           05 NIT3-DET        PIC X(10).
           05 SUC3-DET        PIC X(4).
           05 TIP-DET         PIC X(2).
           05 COM-DET         PIC X(4).
           05 DCTO-DET        PIC X(4).
           05 FECHA-VCTO-DET  PIC 9(8).
           05 SALDO-DET       PIC X(10).

       *> Una transaccion por registro, con la llave del documento
       *> de DET.DET. ACCION: "A" abre la glosa (fecha de la glosa,
       *> motivo, valor en disputa y area responsable; la fecha en
       *> blanco es la fecha de negocio), "C" cambia motivo, valor o
       *> area de una glosa abierta (los campos en blanco no se
       *> tocan), "R" la da por resuelta y el documento vuelve al
       *> cobro normal.
       FD TRX-FILE.
       01 TRX-REC.
           05 ACCION-TRX      PIC X(1).
           05 NIT3-TRX        PIC X(10).
           05 SUC3-TRX        PIC X(4).
           05 TIP-TRX         PIC X(2).
           05 COM-TRX         PIC X(4).
           05 DCTO-TRX        PIC X(4).
           05 FECHA-TRX       PIC X(8).
           05 FECHA-TRX-N REDEFINES FECHA-TRX PIC 9(8).
           05 MOTIVO-TRX      PIC X(2).
           05 VALOR-TRX       PIC X(11).
           05 VALOR-TRX-N REDEFINES VALOR-TRX PIC 9(9)V99.
           05 AREA-TRX        PIC X(10).

       *> Registro permanente de glosas, una por llave de documento
       *> de DET.DET. ESTADO: "A" abierta, "R" resuelta; la fecha de
       *> estado es la de apertura o la de resolucion. Una glosa
       *> resuelta se conserva como historia y se reutiliza si el
       *> mismo documento vuelve a glosarse. CARTERA, CARGINT y
       *> CONSULTA leen de aqui las glosas abiertas.
       FD GLOSAS-FILE.
       01 GLO-REC.
           05 GLO-NIT            PIC X(10).
           05 GLO-SUC            PIC X(4).
           05 GLO-TIP            PIC X(2).
           05 GLO-COM            PIC X(4).
           05 GLO-DCTO           PIC X(4).
           05 GLO-FECHA          PIC 9(8).
           05 GLO-MOTIVO         PIC X(2).
           05 GLO-VALOR          PIC 9(9)V99.
           05 GLO-AREA           PIC X(10).
           05 GLO-ESTADO         PIC X(1).
           05 GLO-FECHA-ESTADO   PIC 9(8).

       SD GLO-SD-FILE.
       01 GLO-SD-REC.
           05 GLO-LLAVE-SD.
               10 GLO-NIT-SD         PIC X(10).
               10 GLO-SUC-SD         PIC X(4).
               10 GLO-TIP-SD         PIC X(2).
               10 GLO-COM-SD         PIC X(4).
               10 GLO-DCTO-SD        PIC X(4).
           05 GLO-FECHA-SD       PIC 9(8).
           05 GLO-MOTIVO-SD      PIC X(2).
           05 GLO-VALOR-SD       PIC 9(9)V99.
           05 GLO-AREA-SD        PIC X(10).
           05 GLO-ESTADO-SD      PIC X(1).
           05 GLO-FECHA-ESTADO-SD PIC 9(8).

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(120).

       FD EDAD-FILE.
       01 EDAD-REC         PIC X(120).

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
       01 WS-DET-STATUS     PIC X(2).
       01 WS-TRX-STATUS     PIC X(2).
       01 WS-GLO-STATUS     PIC X(2).
       *> Variables de control
       01 EOF-DET           PIC X VALUE "N".
       01 EOF-TRX           PIC X VALUE "N".
       01 EOF-GLO           PIC X VALUE "N".
       01 WS-LINE           PIC X(120).
       01 WS-IDX            PIC 9(8).
       01 WS-IDX-BUSQ       PIC 9(8).
       01 WS-IDX-DOC        PIC 9(8).
       01 WS-GLO-ENCONTRADA PIC X VALUE "N".
       01 WS-DOC-ENCONTRADO PIC X VALUE "N".
       01 WS-MOTIVO         PIC X(45).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-FECHA-GLOSA    PIC 9(8).
       01 WS-DIAS-ABIERTA   PIC S9(9).
       01 WS-RANGO-ACT      PIC X(8).
       01 WS-IDX-RANGO      PIC 9(1).
       01 WS-VALOR-TXT      PIC Z(8)9.99.
       01 WS-SALDO-TXT      PIC Z(8)9.99.
       01 WS-DIAS-TXT       PIC Z(5)9.
       01 WS-CANT-TXT       PIC Z(7)9.
       01 WS-ESTADO-DOC     PIC X(12).
       01 WS-BUSCA-NIT      PIC X(10).
       01 WS-BUSCA-SUC      PIC X(4).
       01 WS-BUSCA-TIP      PIC X(2).
       01 WS-BUSCA-COM      PIC X(4).
       01 WS-BUSCA-DCTO     PIC X(4).

       *> Contadores de la corrida
       01 WS-TRX-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-TRX-ACEPTADAS  PIC 9(8) VALUE ZERO.
       01 WS-TRX-RECHAZADAS PIC 9(8) VALUE ZERO.
       01 WS-GLO-ABIERTAS-HOY  PIC 9(8) VALUE ZERO.
       01 WS-GLO-RESUELTAS-HOY PIC 9(8) VALUE ZERO.

       *> Control de capacidad de la tabla de documentos, para
       *> validar que el documento glosado este abierto y que el
       *> valor en disputa no supere su saldo.
       01 WS-DOC-MAX        PIC 9(8) VALUE 20000.
       01 WS-DOC-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-DOC-OMITIDOS   PIC 9(8) VALUE ZERO.
       01 TABLA-DOCUMENTOS.
           05 DOCUMENTO OCCURS 0 TO 20000 TIMES
                        DEPENDING ON WS-DOC-COUNT.
               10 D-NIT          PIC X(10).
               10 D-SUC          PIC X(4).
               10 D-TIP          PIC X(2).
               10 D-COM          PIC X(4).
               10 D-DCTO         PIC X(4).
               10 D-SALDO        PIC 9(7)V99.

       *> GLOSAS.DET completo en memoria. Las transacciones se
       *> aplican sobre la tabla y al final se reescribe el archivo
       *> ordenado por llave de documento, igual que MANTCUPO hace
       *> con CUPOS.DET.
       01 WS-GL-MAX         PIC 9(8) VALUE 20000.
       01 WS-GL-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-GL-OMITIDAS    PIC 9(8) VALUE ZERO.
       01 TABLA-GLOSAS.
           05 GL-REG OCCURS 0 TO 20000 TIMES
                     DEPENDING ON WS-GL-COUNT.
               10 GL-NIT         PIC X(10).
               10 GL-SUC         PIC X(4).
               10 GL-TIP         PIC X(2).
               10 GL-COM         PIC X(4).
               10 GL-DCTO        PIC X(4).
               10 GL-FECHA       PIC 9(8).
               10 GL-MOTIVO      PIC X(2).
               10 GL-VALOR       PIC 9(9)V99.
               10 GL-AREA        PIC X(10).
               10 GL-ESTADO      PIC X(1).
               10 GL-FECHA-ESTADO PIC 9(8).

       *> Antiguedad de las glosas abiertas: cortes de dias
       *> abierta, con cantidad y valor en disputa por corte.
       01 TABLA-RANGOS-GLO.
           05 FILLER          PIC X(8) VALUE "0-30".
           05 FILLER          PIC X(8) VALUE "31-60".
           05 FILLER          PIC X(8) VALUE "61-90".
           05 FILLER          PIC X(8) VALUE "91-180".
           05 FILLER          PIC X(8) VALUE "180+".
       01 TABLA-RANGOS-GLO-R REDEFINES TABLA-RANGOS-GLO.
           05 RANGO-GLO OCCURS 5 TIMES PIC X(8).
       01 TABLA-EDAD-TOT.
           05 ED-TOT OCCURS 5 TIMES.
               10 ED-CANT        PIC 9(8).
               10 ED-VALOR       PIC 9(9)V99.
       01 WS-ED-CANT-TOTAL  PIC 9(8) VALUE ZERO.
       01 WS-ED-VALOR-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-ED-SALDADAS    PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-DOCUMENTOS
           PERFORM CARGAR-GLOSAS
           PERFORM APLICAR-TRANSACCIONES
           PERFORM REESCRIBIR-GLOSAS
           PERFORM GENERAR-ANTIGUEDAD
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
               DISPLAY "GLOSAS: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "GLOSAS: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           STRING "MANTENIMIENTO DEL REGISTRO DE GLOSAS GLOSAS.DET - "
           "LISTADO DE AUDITORIA - FECHA: " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "ACC | NIT        | SUC  | DOCUMENTO    | FECHA    "
           "| MO |       VALOR | AREA       | RESULTADO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Carga de DET.DET la llave y el saldo de cada documento.
       *> Si DET.DET no existe ningun documento puede glosarse y las
       *> aperturas se rechazan.
       CARGAR-DOCUMENTOS.
           MOVE ZERO TO WS-DOC-COUNT WS-DOC-OMITIDOS
           OPEN INPUT DET-FILE
           IF WS-DET-STATUS = "00"
               PERFORM UNTIL EOF-DET = "S"
                   READ DET-FILE
                       AT END MOVE "S" TO EOF-DET
                       NOT AT END
                           IF WS-DOC-COUNT >= WS-DOC-MAX
                               ADD 1 TO WS-DOC-OMITIDOS
                           ELSE
                               ADD 1 TO WS-DOC-COUNT
                               MOVE NIT3-DET TO D-NIT(WS-DOC-COUNT)
                               MOVE SUC3-DET TO D-SUC(WS-DOC-COUNT)
                               MOVE TIP-DET  TO D-TIP(WS-DOC-COUNT)
                               MOVE COM-DET  TO D-COM(WS-DOC-COUNT)
                               MOVE DCTO-DET TO D-DCTO(WS-DOC-COUNT)
                               MOVE FUNCTION NUMVAL(SALDO-DET) TO
                                              D-SALDO(WS-DOC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DET-FILE
           END-IF
           EXIT.

       *> Carga GLOSAS.DET en TABLA-GLOSAS. Si el archivo no existe
       *> todavia la corrida arranca sin glosas y lo crea al final.
       CARGAR-GLOSAS.
           MOVE ZERO TO WS-GL-COUNT WS-GL-OMITIDAS
           OPEN INPUT GLOSAS-FILE
           IF WS-GLO-STATUS = "00"
               PERFORM UNTIL EOF-GLO = "S"
                   READ GLOSAS-FILE
                       AT END MOVE "S" TO EOF-GLO
                       NOT AT END
                           IF WS-GL-COUNT >= WS-GL-MAX
                               ADD 1 TO WS-GL-OMITIDAS
                           ELSE
                               ADD 1 TO WS-GL-COUNT
                               MOVE GLO-NIT    TO GL-NIT(WS-GL-COUNT)
                               MOVE GLO-SUC    TO GL-SUC(WS-GL-COUNT)
                               MOVE GLO-TIP    TO GL-TIP(WS-GL-COUNT)
                               MOVE GLO-COM    TO GL-COM(WS-GL-COUNT)
                               MOVE GLO-DCTO   TO GL-DCTO(WS-GL-COUNT)
                               MOVE GLO-FECHA  TO
                                              GL-FECHA(WS-GL-COUNT)
                               MOVE GLO-MOTIVO TO
                                              GL-MOTIVO(WS-GL-COUNT)
                               MOVE GLO-VALOR  TO
                                              GL-VALOR(WS-GL-COUNT)
                               MOVE GLO-AREA   TO
                                              GL-AREA(WS-GL-COUNT)
                               MOVE GLO-ESTADO TO
                                              GL-ESTADO(WS-GL-COUNT)
                               MOVE GLO-FECHA-ESTADO TO
                                        GL-FECHA-ESTADO(WS-GL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLOSAS-FILE
           ELSE
               MOVE SPACES TO WS-LINE
               STRING "AVISO: GLOSAS.DET no existe (estado "
               WS-GLO-STATUS "): la corrida arranca sin glosas y "
               "crea el archivo al final."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       *> Lee GLOTRX.DET y aplica cada transaccion sobre la tabla,
       *> validandola primero. GLOSAS.DET solo se reescribe al
       *> final, igual que hace MANTCUPO con CUPOS.DET.
       APLICAR-TRANSACCIONES.
           OPEN INPUT TRX-FILE
           IF WS-TRX-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING "AVISO: GLOTRX.DET no existe o no se pudo "
               "abrir (estado " WS-TRX-STATUS "). No se aplico "
               "ninguna transaccion."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               MOVE "S" TO EOF-TRX
           END-IF
           PERFORM UNTIL EOF-TRX = "S"
               READ TRX-FILE
                   AT END MOVE "S" TO EOF-TRX
                   NOT AT END
                       ADD 1 TO WS-TRX-COUNT
                       PERFORM APLICAR-UNA-TRX
               END-READ
           END-PERFORM
           IF WS-TRX-STATUS = "00" OR WS-TRX-STATUS = "10"
               CLOSE TRX-FILE
           END-IF
           EXIT.

       *> Valida y aplica la transaccion actual (TRX-REC). WS-MOTIVO
       *> queda en blanco si la transaccion se acepta; si no, lleva
       *> la causa del rechazo que se imprime en el listado.
       APLICAR-UNA-TRX.
           MOVE SPACES TO WS-MOTIVO
           PERFORM BUSCAR-EN-GLOSAS
           MOVE NIT3-TRX TO WS-BUSCA-NIT
           MOVE SUC3-TRX TO WS-BUSCA-SUC
           MOVE TIP-TRX  TO WS-BUSCA-TIP
           MOVE COM-TRX  TO WS-BUSCA-COM
           MOVE DCTO-TRX TO WS-BUSCA-DCTO
           PERFORM BUSCAR-DOCUMENTO
           EVALUATE ACCION-TRX
               WHEN "A"
                   IF WS-GLO-ENCONTRADA = "S" AND
                      GL-ESTADO(WS-IDX-BUSQ) = "A"
                       MOVE "DOCUMENTO YA TIENE GLOSA ABIERTA"
                                                       TO WS-MOTIVO
                   ELSE
                       PERFORM VALIDAR-APERTURA
                       IF WS-MOTIVO = SPACES
                           PERFORM ABRIR-GLOSA
                       END-IF
                   END-IF
               WHEN "C"
                   IF WS-GLO-ENCONTRADA = "N" OR
                      GL-ESTADO(WS-IDX-BUSQ) NOT = "A"
                       MOVE "DOCUMENTO SIN GLOSA ABIERTA" TO WS-MOTIVO
                   ELSE
                       PERFORM VALIDAR-CAMBIO
                       IF WS-MOTIVO = SPACES
                           IF MOTIVO-TRX NOT = SPACES
                               MOVE MOTIVO-TRX TO
                                              GL-MOTIVO(WS-IDX-BUSQ)
                           END-IF
                           IF VALOR-TRX NOT = SPACES
                               MOVE VALOR-TRX-N TO
                                              GL-VALOR(WS-IDX-BUSQ)
                           END-IF
                           IF AREA-TRX NOT = SPACES
                               MOVE AREA-TRX TO GL-AREA(WS-IDX-BUSQ)
                           END-IF
                       END-IF
                   END-IF
               WHEN "R"
                   IF WS-GLO-ENCONTRADA = "N" OR
                      GL-ESTADO(WS-IDX-BUSQ) NOT = "A"
                       MOVE "DOCUMENTO SIN GLOSA ABIERTA" TO WS-MOTIVO
                   ELSE
                       MOVE "R" TO GL-ESTADO(WS-IDX-BUSQ)
                       MOVE WS-FECHA-PROCESO TO
                                        GL-FECHA-ESTADO(WS-IDX-BUSQ)
                       ADD 1 TO WS-GLO-RESUELTAS-HOY
                   END-IF
               WHEN OTHER
                   MOVE "ACCION INVALIDA (USE A, C O R)" TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-TRX-ACEPTADAS
               PERFORM IMPRIMIR-TRX-ACEPTADA
           ELSE
               ADD 1 TO WS-TRX-RECHAZADAS
               PERFORM IMPRIMIR-TRX-RECHAZADA
           END-IF.

       *> Valida la apertura de una glosa: el documento debe estar
       *> abierto en DET.DET, la fecha (o la de negocio si viene en
       *> blanco) no puede ser futura, y motivo, valor y area son
       *> obligatorios. El valor en disputa no puede superar el
       *> saldo del documento.
       VALIDAR-APERTURA.
           IF FECHA-TRX = SPACES
               MOVE WS-FECHA-PROCESO TO WS-FECHA-GLOSA
           ELSE
               IF FECHA-TRX IS NOT NUMERIC
                   MOVE "FECHA DE GLOSA INVALIDA" TO WS-MOTIVO
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-TRX-N)
                                                   NOT = ZERO
                       MOVE "FECHA DE GLOSA INVALIDA" TO WS-MOTIVO
                   ELSE
                       MOVE FECHA-TRX-N TO WS-FECHA-GLOSA
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-MOTIVO NOT = SPACES
                   CONTINUE
               WHEN WS-FECHA-GLOSA > WS-FECHA-PROCESO
                   MOVE "FECHA DE GLOSA POSTERIOR A LA DE NEGOCIO"
                                                       TO WS-MOTIVO
               WHEN WS-DOC-ENCONTRADO = "N"
                   MOVE "DOCUMENTO NO ESTA ABIERTO EN DET.DET"
                                                       TO WS-MOTIVO
               WHEN MOTIVO-TRX = SPACES
                   MOVE "FALTA EL CODIGO DE MOTIVO" TO WS-MOTIVO
               WHEN AREA-TRX = SPACES
                   MOVE "FALTA EL AREA RESPONSABLE" TO WS-MOTIVO
               WHEN VALOR-TRX IS NOT NUMERIC
                   MOVE "VALOR EN DISPUTA NO NUMERICO" TO WS-MOTIVO
               WHEN VALOR-TRX-N = ZERO
                   MOVE "VALOR EN DISPUTA EN CERO" TO WS-MOTIVO
               WHEN VALOR-TRX-N > D-SALDO(WS-IDX-DOC)
                   MOVE "VALOR EN DISPUTA MAYOR QUE EL SALDO"
                                                       TO WS-MOTIVO
           END-EVALUATE.

       *> Valida un cambio sobre una glosa abierta: solo el valor se
       *> revisa, con la misma regla de la apertura. Si el documento
       *> ya salio de DET.DET no hay saldo contra que compararlo.
       VALIDAR-CAMBIO.
           IF VALOR-TRX NOT = SPACES
               EVALUATE TRUE
                   WHEN VALOR-TRX IS NOT NUMERIC
                       MOVE "VALOR EN DISPUTA NO NUMERICO" TO WS-MOTIVO
                   WHEN VALOR-TRX-N = ZERO
                       MOVE "VALOR EN DISPUTA EN CERO" TO WS-MOTIVO
                   WHEN WS-DOC-ENCONTRADO = "S" AND
                        VALOR-TRX-N > D-SALDO(WS-IDX-DOC)
                       MOVE "VALOR EN DISPUTA MAYOR QUE EL SALDO"
                                                       TO WS-MOTIVO
               END-EVALUATE
           END-IF
           IF WS-MOTIVO = SPACES AND MOTIVO-TRX = SPACES AND
              VALOR-TRX = SPACES AND AREA-TRX = SPACES
               MOVE "CAMBIO SIN DATOS" TO WS-MOTIVO
           END-IF.

       *> Abre la glosa: reutiliza el renglon de una glosa resuelta
       *> del mismo documento o agrega uno nuevo al final.
       ABRIR-GLOSA.
           IF WS-GLO-ENCONTRADA = "N"
               IF WS-GL-COUNT >= WS-GL-MAX
                   MOVE "TABLA DE GLOSAS LLENA" TO WS-MOTIVO
               ELSE
                   ADD 1 TO WS-GL-COUNT
                   MOVE WS-GL-COUNT TO WS-IDX-BUSQ
                   MOVE NIT3-TRX TO GL-NIT(WS-IDX-BUSQ)
                   MOVE SUC3-TRX TO GL-SUC(WS-IDX-BUSQ)
                   MOVE TIP-TRX  TO GL-TIP(WS-IDX-BUSQ)
                   MOVE COM-TRX  TO GL-COM(WS-IDX-BUSQ)
                   MOVE DCTO-TRX TO GL-DCTO(WS-IDX-BUSQ)
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE WS-FECHA-GLOSA   TO GL-FECHA(WS-IDX-BUSQ)
               MOVE MOTIVO-TRX       TO GL-MOTIVO(WS-IDX-BUSQ)
               MOVE VALOR-TRX-N      TO GL-VALOR(WS-IDX-BUSQ)
               MOVE AREA-TRX         TO GL-AREA(WS-IDX-BUSQ)
               MOVE "A"              TO GL-ESTADO(WS-IDX-BUSQ)
               MOVE WS-FECHA-PROCESO TO GL-FECHA-ESTADO(WS-IDX-BUSQ)
               ADD 1 TO WS-GLO-ABIERTAS-HOY
           END-IF.

       *> Busca la llave de la transaccion en TABLA-GLOSAS, abierta o
       *> resuelta.
       BUSCAR-EN-GLOSAS.
           MOVE "N" TO WS-GLO-ENCONTRADA
           MOVE 1 TO WS-IDX-BUSQ
           PERFORM UNTIL WS-IDX-BUSQ > WS-GL-COUNT OR
                         WS-GLO-ENCONTRADA = "S"
               IF GL-NIT(WS-IDX-BUSQ)  = NIT3-TRX AND
                  GL-SUC(WS-IDX-BUSQ)  = SUC3-TRX AND
                  GL-TIP(WS-IDX-BUSQ)  = TIP-TRX  AND
                  GL-COM(WS-IDX-BUSQ)  = COM-TRX  AND
                  GL-DCTO(WS-IDX-BUSQ) = DCTO-TRX
                   MOVE "S" TO WS-GLO-ENCONTRADA
               ELSE
                   ADD 1 TO WS-IDX-BUSQ
               END-IF
           END-PERFORM.

       *> Busca el documento WS-BUSCA-* abierto (saldo mayor que
       *> cero) en TABLA-DOCUMENTOS.
       BUSCAR-DOCUMENTO.
           MOVE "N" TO WS-DOC-ENCONTRADO
           MOVE 1 TO WS-IDX-DOC
           PERFORM UNTIL WS-IDX-DOC > WS-DOC-COUNT OR
                         WS-DOC-ENCONTRADO = "S"
               IF D-NIT(WS-IDX-DOC)  = WS-BUSCA-NIT AND
                  D-SUC(WS-IDX-DOC)  = WS-BUSCA-SUC AND
                  D-TIP(WS-IDX-DOC)  = WS-BUSCA-TIP AND
                  D-COM(WS-IDX-DOC)  = WS-BUSCA-COM AND
                  D-DCTO(WS-IDX-DOC) = WS-BUSCA-DCTO AND
                  D-SALDO(WS-IDX-DOC) > ZERO
                   MOVE "S" TO WS-DOC-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-DOC
               END-IF
           END-PERFORM.

       IMPRIMIR-TRX-ACEPTADA.
           IF VALOR-TRX IS NUMERIC
               MOVE VALOR-TRX-N TO WS-VALOR-TXT
           ELSE
               MOVE ZERO TO WS-VALOR-TXT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING " " ACCION-TRX "  | " NIT3-TRX " | " SUC3-TRX
           " | " TIP-TRX " " COM-TRX " " DCTO-TRX " | " FECHA-TRX
           " | " MOTIVO-TRX " | " WS-VALOR-TXT " | " AREA-TRX
           " | ACEPTADA"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       IMPRIMIR-TRX-RECHAZADA.
           MOVE SPACES TO WS-LINE
           STRING " " ACCION-TRX "  | " NIT3-TRX " | " SUC3-TRX
           " | " TIP-TRX " " COM-TRX " " DCTO-TRX " | " FECHA-TRX
           " | " MOTIVO-TRX " | " VALOR-TRX " | " AREA-TRX
           " | RECHAZADA"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
       *> La causa del rechazo sale en renglon propio: en el renglon
       *> de la transaccion no cabe completa.
           MOVE SPACES TO WS-LINE
           STRING "       CAUSA: " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Reescribe GLOSAS.DET ordenado por llave de documento. Si la
       *> tabla se quedo corta al cargar NO se reescribe nada: se
       *> perderian las glosas omitidas, igual que en MANTCUPO.
       REESCRIBIR-GLOSAS.
           IF WS-GL-OMITIDAS = ZERO
               SORT GLO-SD-FILE
                   ON ASCENDING KEY GLO-LLAVE-SD
                   INPUT PROCEDURE IS LLENAR-GLOSAS-SD
                   GIVING GLOSAS-FILE
           END-IF
           EXIT.

       *> Procedimiento de entrada del SORT de salida: entrega al
       *> SORT todas las glosas de la tabla, abiertas y resueltas.
       LLENAR-GLOSAS-SD.
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-GL-COUNT
               MOVE SPACES               TO GLO-SD-REC
               MOVE GL-NIT(WS-IDX)       TO GLO-NIT-SD
               MOVE GL-SUC(WS-IDX)       TO GLO-SUC-SD
               MOVE GL-TIP(WS-IDX)       TO GLO-TIP-SD
               MOVE GL-COM(WS-IDX)       TO GLO-COM-SD
               MOVE GL-DCTO(WS-IDX)      TO GLO-DCTO-SD
               MOVE GL-FECHA(WS-IDX)     TO GLO-FECHA-SD
               MOVE GL-MOTIVO(WS-IDX)    TO GLO-MOTIVO-SD
               MOVE GL-VALOR(WS-IDX)     TO GLO-VALOR-SD
               MOVE GL-AREA(WS-IDX)      TO GLO-AREA-SD
               MOVE GL-ESTADO(WS-IDX)    TO GLO-ESTADO-SD
               MOVE GL-FECHA-ESTADO(WS-IDX) TO GLO-FECHA-ESTADO-SD
               RELEASE GLO-SD-REC
               ADD 1 TO WS-IDX
           END-PERFORM.

       *> Genera GLOSEDAD.LST: cada glosa abierta con los dias que
       *> lleva abierta a la fecha de negocio, su corte de
       *> antiguedad y el saldo actual del documento (o SALDADO si
       *> ya salio de DET.DET y la glosa sigue sin resolver), con
       *> cantidad y valor en disputa por corte al pie.
       GENERAR-ANTIGUEDAD.
           OPEN OUTPUT EDAD-FILE
           MOVE SPACES TO WS-LINE
           STRING "ANTIGUEDAD DE GLOSAS ABIERTAS - FECHA DE NEGOCIO: "
           WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE EDAD-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "NIT        | SUC  | DOCUMENTO    | FECHA    |   DIAS"
           " | CORTE    | MO | AREA       |    EN DISPUTA | SALDO DOC"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE EDAD-REC FROM WS-LINE
           INITIALIZE TABLA-EDAD-TOT
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-GL-COUNT
               IF GL-ESTADO(WS-IDX) = "A"
                   PERFORM IMPRIMIR-GLOSA-EDAD
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           IF WS-ED-CANT-TOTAL = ZERO
               MOVE SPACES TO WS-LINE
               STRING "   (sin glosas abiertas)"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE EDAD-REC FROM WS-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           WRITE EDAD-REC FROM WS-LINE
           MOVE 1 TO WS-IDX-RANGO
           PERFORM UNTIL WS-IDX-RANGO > 5
               MOVE ED-CANT(WS-IDX-RANGO)  TO WS-CANT-TXT
               MOVE ED-VALOR(WS-IDX-RANGO) TO WS-VALOR-TXT
               MOVE SPACES TO WS-LINE
               STRING "  CORTE " RANGO-GLO(WS-IDX-RANGO) " DIAS: "
               WS-CANT-TXT " glosa(s) por " WS-VALOR-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE EDAD-REC FROM WS-LINE
               ADD 1 TO WS-IDX-RANGO
           END-PERFORM
           MOVE WS-ED-CANT-TOTAL  TO WS-CANT-TXT
           MOVE WS-ED-VALOR-TOTAL TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING "  TOTAL GLOSAS ABIERTAS:  " WS-CANT-TXT
           " glosa(s) por " WS-VALOR-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE EDAD-REC FROM WS-LINE
           IF WS-ED-SALDADAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-ED-SALDADAS
               " glosa(s) abierta(s) sobre documentos que ya no "
               "tienen saldo en DET.DET: revisar y resolver."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE EDAD-REC FROM WS-LINE
           END-IF
           CLOSE EDAD-FILE
           EXIT.

       *> Renglon de una glosa abierta (WS-IDX) en GLOSEDAD.LST.
       IMPRIMIR-GLOSA-EDAD.
           COMPUTE WS-DIAS-ABIERTA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) -
               FUNCTION INTEGER-OF-DATE(GL-FECHA(WS-IDX))
           EVALUATE TRUE
               WHEN WS-DIAS-ABIERTA <= 30
                   MOVE 1 TO WS-IDX-RANGO
               WHEN WS-DIAS-ABIERTA <= 60
                   MOVE 2 TO WS-IDX-RANGO
               WHEN WS-DIAS-ABIERTA <= 90
                   MOVE 3 TO WS-IDX-RANGO
               WHEN WS-DIAS-ABIERTA <= 180
                   MOVE 4 TO WS-IDX-RANGO
               WHEN OTHER
                   MOVE 5 TO WS-IDX-RANGO
           END-EVALUATE
           MOVE RANGO-GLO(WS-IDX-RANGO) TO WS-RANGO-ACT
           ADD 1 TO ED-CANT(WS-IDX-RANGO) WS-ED-CANT-TOTAL
           ADD GL-VALOR(WS-IDX) TO ED-VALOR(WS-IDX-RANGO)
                                   WS-ED-VALOR-TOTAL
           MOVE GL-NIT(WS-IDX)  TO WS-BUSCA-NIT
           MOVE GL-SUC(WS-IDX)  TO WS-BUSCA-SUC
           MOVE GL-TIP(WS-IDX)  TO WS-BUSCA-TIP
           MOVE GL-COM(WS-IDX)  TO WS-BUSCA-COM
           MOVE GL-DCTO(WS-IDX) TO WS-BUSCA-DCTO
           PERFORM BUSCAR-DOCUMENTO
           IF WS-DOC-ENCONTRADO = "S"
               MOVE D-SALDO(WS-IDX-DOC) TO WS-SALDO-TXT
               MOVE WS-SALDO-TXT TO WS-ESTADO-DOC
           ELSE
               MOVE "SALDADO" TO WS-ESTADO-DOC
               ADD 1 TO WS-ED-SALDADAS
           END-IF
           MOVE WS-DIAS-ABIERTA  TO WS-DIAS-TXT
           MOVE GL-VALOR(WS-IDX) TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING GL-NIT(WS-IDX) " | " GL-SUC(WS-IDX) " | "
           GL-TIP(WS-IDX) " " GL-COM(WS-IDX) " " GL-DCTO(WS-IDX)
           " | " GL-FECHA(WS-IDX) " | " WS-DIAS-TXT " | "
           WS-RANGO-ACT " | " GL-MOTIVO(WS-IDX) " | "
           GL-AREA(WS-IDX) " | " WS-VALOR-TXT "  | " WS-ESTADO-DOC
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE EDAD-REC FROM WS-LINE
           EXIT.

       *> Totales de la corrida al final del listado de auditoria.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "TRANSACCIONES LEIDAS:    " WS-TRX-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "TRANSACCIONES ACEPTADAS: " WS-TRX-ACEPTADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "TRANSACCIONES RECHAZADAS:" WS-TRX-RECHAZADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "GLOSAS ABIERTAS HOY:     " WS-GLO-ABIERTAS-HOY
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "GLOSAS RESUELTAS HOY:    " WS-GLO-RESUELTAS-HOY
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "GLOSAS ABIERTAS AL CIERRE:" WS-ED-CANT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-DOC-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-DOC-OMITIDOS
               " documento(s) de DET.DET fuera de la tabla ("
               WS-DOC-MAX "): pueden rechazarse glosas validas."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-GL-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-GL-OMITIDAS
               " glosa(s) omitida(s) por exceder la capacidad "
               "maxima de la tabla (" WS-GL-MAX "). GLOSAS.DET "
               "quedo INTACTO: repita la corrida con mas cupo de "
               "tabla."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.
