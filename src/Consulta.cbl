               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NIT-FILE ASSIGN TO "NIT.DET"                          *> Archivo con nombres de cliente
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.
           SELECT GLOSAS-FILE ASSIGN TO "GLOSAS.DET"                    *> Registro de glosas que mantiene GLOSAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CIUDAD-NIT      PIC X(20).
           05 CONTACTO-NIT    PIC X(30).

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

       *> Registro de glosas (documentos en disputa) que mantiene
       *> GLOSAS, con el mismo trazado con que alla se escribe.
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

       WORKING-STORAGE SECTION.
       01 WS-FNG-STATUS      PIC X(2).
       01 WS-FECHA-NEGOCIO   PIC 9(8) VALUE ZERO.
       01 WS-FNG-ESTADO      PIC X(1) VALUE SPACE.
       *> Variables de control
       01 EOF-DET           PIC X VALUE "N".
       01 EOF-NIT           PIC X VALUE "N".
       01 WS-SALDO-REAL     PIC 9(7)V99.
       01 WS-SALDO-TXT      PIC Z(7)9.99.
       01 WS-DIAS-TXT       PIC -(8)9.
       01 WS-TOTAL-DISPUTA  PIC 9(9)V99.
       01 WS-MARCA-GLOSA    PIC X(11).

       *> Control de mora: misma regla de CARTERA (dias contra la
       *> fecha de proceso y cortes corriente, 1-30, 31-60, 61-90,
               10 N-SUC          PIC X(4).
               10 N-NOMBRE       PIC X(30).

       *> Glosas abiertas de GLOSAS.DET (solo la llave del
       *> documento), para marcar EN DISPUTA los documentos glosados
       *> igual que el listado de CARTERA.
       01 WS-GLO-STATUS     PIC X(2).
       01 EOF-GLO           PIC X VALUE "N".
       01 WS-GL-MAX         PIC 9(8) VALUE 5000.
       01 WS-GL-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-GL-OMITIDAS    PIC 9(8) VALUE ZERO.
       01 TABLA-GLOSAS.
           05 GL-REG OCCURS 0 TO 5000 TIMES
                     DEPENDING ON WS-GL-COUNT.
               10 GL-NIT         PIC X(10).
               10 GL-SUC         PIC X(4).
               10 GL-TIP         PIC X(2).
               10 GL-COM         PIC X(4).
               10 GL-DCTO        PIC X(4).
       01 WS-IDX-GL         PIC 9(8).

       *> Tabla en memoria con los documentos abiertos de DET.DET,
       *> cargada una sola vez al entrar: la consulta responde de
       *> memoria, sin releer el archivo por cada NIT digitado.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM CARGAR-TABLA-NIT
           PERFORM CARGAR-DOCUMENTOS
           PERFORM CARGAR-GLOSAS
           DISPLAY "CONSULTA DE CARTERA POR NIT"
           DISPLAY "Documentos cargados: " WS-REG-COUNT
           IF WS-REG-OMITIDOS > ZERO
               DISPLAY "AVISO: " WS-REG-OMITIDOS " documento(s) "
                   "omitido(s) por capacidad de tabla"
           END-IF
           IF WS-GL-OMITIDAS > ZERO
               DISPLAY "AVISO: " WS-GL-OMITIDAS " glosa(s) "
                   "omitida(s) por capacidad de tabla"
           END-IF
           PERFORM UNTIL WS-FIN-CONSULTA = "S"
               PERFORM ATENDER-CONSULTA
           END-PERFORM
           DISPLAY "FIN DE LA CONSULTA."
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
               DISPLAY "CONSULTA: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "CONSULTA: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Carga NIT.DET en TABLA-NIT (solo NIT, sucursal y nombre:
       *> la consulta telefonica no necesita direccion ni contacto).
       CARGAR-TABLA-NIT.
           CLOSE DET-FILE
           EXIT.

       *> Carga de GLOSAS.DET las llaves de las glosas abiertas
       *> (estado "A"). Sin el archivo ningun documento sale en
       *> disputa.
       CARGAR-GLOSAS.
           MOVE ZERO TO WS-GL-COUNT WS-GL-OMITIDAS
           OPEN INPUT GLOSAS-FILE
           IF WS-GLO-STATUS = "00"
               PERFORM UNTIL EOF-GLO = "S"
                   READ GLOSAS-FILE
                       AT END MOVE "S" TO EOF-GLO
                       NOT AT END
                           IF GLO-ESTADO = "A"
                               IF WS-GL-COUNT >= WS-GL-MAX
                                   ADD 1 TO WS-GL-OMITIDAS
                               ELSE
                                   ADD 1 TO WS-GL-COUNT
                                   MOVE GLO-NIT  TO GL-NIT(WS-GL-COUNT)
                                   MOVE GLO-SUC  TO GL-SUC(WS-GL-COUNT)
                                   MOVE GLO-TIP  TO GL-TIP(WS-GL-COUNT)
                                   MOVE GLO-COM  TO GL-COM(WS-GL-COUNT)
                                   MOVE GLO-DCTO TO
                                              GL-DCTO(WS-GL-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLOSAS-FILE
           END-IF
           EXIT.

       *> Pide un NIT (y opcionalmente una sucursal) por consola y
       *> muestra los documentos abiertos de ese cliente con su mora
       *> y el total. NIT en blanco o "FIN" termina la consulta.
           DISPLAY "DOCUMENTO      | SUC  | FECHA VCTO | DIAS MORA |"
               " RANGO        |      SALDO"
           MOVE ZERO TO WS-TOTAL-CLIENTE WS-DOCS-MOSTRADOS
           MOVE ZERO TO WS-TOTAL-DISPUTA
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-REG-COUNT
               IF T-NIT(WS-IDX) = WS-NIT-CONSULTA AND
           MOVE WS-SALDO-REAL    TO WS-SALDO-TXT
           DISPLAY "TOTAL ADEUDADO:                                 "
               "               " WS-SALDO-TXT
           IF WS-TOTAL-DISPUTA > ZERO
               MOVE WS-TOTAL-DISPUTA TO WS-SALDO-REAL
               MOVE WS-SALDO-REAL    TO WS-SALDO-TXT
               DISPLAY "  DEL CUAL EN DISPUTA:                   "
                   "                      " WS-SALDO-TXT
           END-IF
           EXIT.

       *> Muestra un documento del cliente consultado con sus dias de
       *> mora y rango, calculados con la misma regla de CARTERA, y
       *> la marca EN DISPUTA si tiene glosa abierta.
       MOSTRAR-DOCUMENTO.
           ADD 1 TO WS-DOCS-MOSTRADOS
           ADD T-SALDO(WS-IDX) TO WS-TOTAL-CLIENTE
           PERFORM BUSCAR-GLOSA
           IF WS-MARCA-GLOSA NOT = SPACES
               ADD T-SALDO(WS-IDX) TO WS-TOTAL-DISPUTA
           END-IF
           PERFORM CLASIFICAR-MORA
           MOVE WS-DIAS-MORA    TO WS-DIAS-TXT
           MOVE T-SALDO(WS-IDX) TO WS-SALDO-REAL
           DISPLAY T-TIP(WS-IDX) " " T-COM(WS-IDX) " "
               T-DCTO(WS-IDX) "   | " T-SUC(WS-IDX) " | "
               T-FECHA(WS-IDX) "   | " WS-DIAS-TXT " | "
               WS-RANGO-ACT " | " WS-SALDO-TXT WS-MARCA-GLOSA
           EXIT.

       *> Deja " EN DISPUTA" en WS-MARCA-GLOSA si el documento actual
       *> (WS-IDX) tiene glosa abierta; si no, la deja en blanco.
       BUSCAR-GLOSA.
           MOVE SPACES TO WS-MARCA-GLOSA
           MOVE 1 TO WS-IDX-GL
           PERFORM UNTIL WS-IDX-GL > WS-GL-COUNT OR
                         WS-MARCA-GLOSA NOT = SPACES
               IF GL-NIT(WS-IDX-GL)  = T-NIT(WS-IDX)  AND
                  GL-SUC(WS-IDX-GL)  = T-SUC(WS-IDX)  AND
                  GL-TIP(WS-IDX-GL)  = T-TIP(WS-IDX)  AND
                  GL-COM(WS-IDX-GL)  = T-COM(WS-IDX)  AND
                  GL-DCTO(WS-IDX-GL) = T-DCTO(WS-IDX)
                   MOVE " EN DISPUTA" TO WS-MARCA-GLOSA
               END-IF
               ADD 1 TO WS-IDX-GL
           END-PERFORM.

       *> Determina el rango de mora del registro actual comparando
       *> FECHA-VCTO-DET contra la fecha de proceso. Misma regla de
       *> CLASIFICAR-MORA en CARTERA: si alla cambian los cortes,
