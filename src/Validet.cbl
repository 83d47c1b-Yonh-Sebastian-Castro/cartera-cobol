           SELECT CTL-FILE ASSIGN TO "VALIDET.CTL"                      *> Totales de control para CUADRE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DET-SD-FILE ASSIGN TO "DET.WRK".                      *> Area de trabajo del SORT por llave
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 VCT-ACEPTADOS   PIC 9(8).
           05 VCT-RECHAZADOS  PIC 9(8).

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
       01 WS-SUCMAE-STATUS  PIC X(2).
       *> Variables de control
       01 EOF-DET-SORT      PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           OPEN OUTPUT RECHAZOS-FILE
           MOVE SPACES TO WS-LINE
           STRING "DEPURACION DE DOCUMENTOS - REGISTROS RECHAZADOS"
           CLOSE RECHAZOS-FILE
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
               DISPLAY "VALIDET: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "VALIDET: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Graba VALIDET.CTL con los contadores de la corrida, para
       *> que CUADRE los verifique al final de la cadena nocturna.
       GRABAR-CONTROL.
           OPEN OUTPUT CTL-FILE
           MOVE SPACES TO CTL-REC
           MOVE WS-FECHA-NEGOCIO TO VCT-FECHA
           MOVE WS-REG-LEIDOS TO VCT-LEIDOS
           MOVE WS-REG-BUENOS TO VCT-ACEPTADOS
           MOVE WS-REG-MALOS  TO VCT-RECHAZADOS
