      *> COMO RETROACTIVA (RETROPEN) EN VEZ DE CAER CALLADA EN EL
      *> PERIODO QUE ESTE CORRIENDO. EL CIERRE QUEDA EN LA BITACORA
      *> DE AUDITORIA (TIPO PERCIE).
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  GRUPOS DE PAGO: CADA GRUPO (SEMANAL, QUINCENAL,
      *>             MENSUAL) TIENE SU PROPIO CALENDARIO EN PERCAL
      *>             (PD-GRUPO, EN BLANCO = MENSUAL) Y EL CIERRE SE
      *>             PIDE POR GRUPO: AAAAPP MAS LA CLAVE DEL GRUPO
      *>             (SIN CLAVE ES EL MENSUAL, COMO ANTES), O CON UNA
      *>             FECHA AAAAMMDD, QUE CIERRA LOS PERIODOS ABIERTOS
      *>             DE TODOS LOS GRUPOS QUE TERMINAN ESE DIA. LA
      *>             TABLA DEL CALENDARIO CRECE A 200 RENGLONES (UN
      *>             ANO DE LOS TRES CALENDARIOS SON 88) Y LLEVA EL
      *>             GRUPO PARA NO PERDERLO AL REESCRIBIR.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-TABLA-PERIODOS.
           05 WS-PERIODO-RENGLON OCCURS 200 TIMES.
              10 WS-PE-PERIODO      PIC 9(06).
              10 WS-PE-INICIO       PIC 9(08).
              10 WS-PE-FIN          PIC 9(08).
              10 WS-PE-ESTADO       PIC X(01).
              10 WS-PE-GRUPO        PIC X(01).

      *> LO QUE TECLEA EL OPERADOR: AAAAPP MAS LA CLAVE DEL GRUPO, O
      *> UNA FECHA DE FIN AAAAMMDD.
       01  WS-PEDIDO               PIC X(08).
       01  WS-PEDIDO-R REDEFINES WS-PEDIDO.
           05 WS-PEDIDO-PERIODO   PIC 9(06).
           05 WS-PEDIDO-GRUPO     PIC X(01).
           05 FILLER              PIC X(01).
       01  WS-PEDIDO-FECHA REDEFINES WS-PEDIDO
                                   PIC 9(08).

       01  WS-AREAS.
           05 WS-PERCAL-STATUS    PIC X(02).
           05 WS-PERCAL-EOF       PIC X(01)      VALUE "N".
               88 PERCAL-EOF                     VALUE "S".
           05 WS-PERIODO-PEDIDO   PIC 9(06).
           05 WS-GRUPO-PEDIDO     PIC X(01).
               88 GRUPO-VALIDO                   VALUE "S" "Q" "M".
           05 WS-GRUPO-RENGLON    PIC X(01).
           05 WS-NUM-PERIODOS     PIC 9(03)      VALUE ZERO.
           05 WS-INDICE           PIC 9(03).
           05 WS-POS              PIC 9(03)      VALUE ZERO.
           05 WS-NUM-CERRADOS     PIC 9(03)      VALUE ZERO.
           05 WS-HALLADO          PIC X(01)      VALUE "N".
               88 HALLADO                        VALUE "S".
           05 WS-NUMERO-CERO      PIC 9(05)      VALUE ZERO.
       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "PERIODO A CERRAR (AAAAPP Y GRUPO S/Q/M) O FECHA "
                   "DE FIN (AAAAMMDD): "
           ACCEPT WS-PEDIDO
           OPEN INPUT PERCAL-FILE
           IF WS-PERCAL-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL CALENDARIO PERCAL"
           PERFORM 020-CARGA-PERIODO THRU 020-FIN
                   UNTIL PERCAL-EOF
           CLOSE PERCAL-FILE
           IF WS-PEDIDO-FECHA IS NUMERIC
               PERFORM 050-CIERRA-POR-FECHA THRU 050-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PEDIDO-PERIODO TO WS-PERIODO-PEDIDO
           MOVE WS-PEDIDO-GRUPO TO WS-GRUPO-PEDIDO
           IF WS-GRUPO-PEDIDO = SPACE
               MOVE "M" TO WS-GRUPO-PEDIDO
           END-IF
           IF WS-PEDIDO-PERIODO IS NOT NUMERIC
              OR NOT GRUPO-VALIDO
               DISPLAY "PEDIDO DE CIERRE INVALIDO: " WS-PEDIDO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CIERRE: PERIODO O GRUPO DE PAGO INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 030-UBICA-PEDIDO THRU 030-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-PERIODOS
                      OR HALLADO
           IF NOT HALLADO
               DISPLAY "EL PERIODO NO ESTA EN EL CALENDARIO: "
                       WS-PERIODO-PEDIDO " GRUPO " WS-GRUPO-PEDIDO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CIERRE: PERIODO NO CATALOGADO"
                    TO WS-DESCRIPCION-ERROR
           END-IF
           IF WS-PE-ESTADO (WS-POS) = "C"
               DISPLAY "EL PERIODO YA ESTABA CERRADO: "
                       WS-PERIODO-PEDIDO " GRUPO " WS-GRUPO-PEDIDO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CIERRE: EL PERIODO YA ESTABA CERRADO"
                    TO WS-DESCRIPCION-ERROR
           MOVE "C" TO WS-PE-ESTADO (WS-POS)
           PERFORM 040-REESCRIBE-CALENDARIO THRU 040-FIN
           DISPLAY "PERIODO CERRADO: " WS-PERIODO-PEDIDO
                   " GRUPO " WS-GRUPO-PEDIDO
                   " - EL INCSUM DE SU ULTIMA NOCHE QUEDA COMO "
                   "GENERACION FINAL"
           CALL "PROGAUDT" USING "PERCIE" WS-NUMERO-CERO
       010-FIN.  EXIT.

       020-CARGA-PERIODO.
           IF WS-NUM-PERIODOS LESS 200
               ADD 1 TO WS-NUM-PERIODOS
               MOVE PD-PERIODO      TO WS-PE-PERIODO (WS-NUM-PERIODOS)
               MOVE PD-FECHA-INICIO TO WS-PE-INICIO (WS-NUM-PERIODOS)
               MOVE PD-FECHA-FIN    TO WS-PE-FIN (WS-NUM-PERIODOS)
               MOVE PD-ESTADO       TO WS-PE-ESTADO (WS-NUM-PERIODOS)
               MOVE PD-GRUPO        TO WS-PE-GRUPO (WS-NUM-PERIODOS)
           END-IF
           PERFORM 010-LEE-PERIODO THRU 010-FIN.
       020-FIN.  EXIT.

      *> UN RENGLON SIN GRUPO ES DEL CALENDARIO MENSUAL.
       030-UBICA-PEDIDO.
           MOVE WS-PE-GRUPO (WS-INDICE) TO WS-GRUPO-RENGLON
           IF WS-GRUPO-RENGLON = SPACE
               MOVE "M" TO WS-GRUPO-RENGLON
           END-IF
           IF WS-PE-PERIODO (WS-INDICE) = WS-PERIODO-PEDIDO
              AND WS-GRUPO-RENGLON = WS-GRUPO-PEDIDO
               SET HALLADO TO TRUE
               MOVE WS-INDICE TO WS-POS
           END-IF.
           MOVE WS-PE-INICIO (WS-INDICE)  TO PD-FECHA-INICIO
           MOVE WS-PE-FIN (WS-INDICE)     TO PD-FECHA-FIN
           MOVE WS-PE-ESTADO (WS-INDICE)  TO PD-ESTADO
           MOVE WS-PE-GRUPO (WS-INDICE)   TO PD-GRUPO
           WRITE PD-REGISTRO.
       045-FIN.  EXIT.

      *> CIERRE POR FECHA: CIERRA TODO PERIODO ABIERTO, DE CUALQUIER
      *> GRUPO, QUE TERMINA EN LA FECHA PEDIDA. SI NINGUNO TERMINA ESE
      *> DIA NO SE TOCA EL CALENDARIO Y EL PASO QUEDA EN RC 08.
       050-CIERRA-POR-FECHA.
           PERFORM 055-CIERRA-RENGLON THRU 055-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-PERIODOS
           IF WS-NUM-CERRADOS = ZERO
               DISPLAY "NINGUN PERIODO ABIERTO TERMINA EL "
                       WS-PEDIDO-FECHA
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CIERRE: NINGUN PERIODO TERMINA ESE DIA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 050-FIN
           END-IF
           PERFORM 040-REESCRIBE-CALENDARIO THRU 040-FIN
           DISPLAY "PERIODOS CERRADOS: " WS-NUM-CERRADOS
                   " - EL INCSUM DE SU ULTIMA NOCHE QUEDA COMO "
                   "GENERACION FINAL"
           CALL "PROGAUDT" USING "PERCIE" WS-NUMERO-CERO
                                  WS-OPERADOR.
       050-FIN.  EXIT.

       055-CIERRA-RENGLON.
           IF WS-PE-FIN (WS-INDICE) NOT = WS-PEDIDO-FECHA
              OR WS-PE-ESTADO (WS-INDICE) = "C"
               GO TO 055-FIN
           END-IF
           MOVE "C" TO WS-PE-ESTADO (WS-INDICE)
           ADD 1 TO WS-NUM-CERRADOS
           MOVE WS-PE-GRUPO (WS-INDICE) TO WS-GRUPO-RENGLON
           IF WS-GRUPO-RENGLON = SPACE
               MOVE "M" TO WS-GRUPO-RENGLON
           END-IF
           DISPLAY "PERIODO CERRADO: " WS-PE-PERIODO (WS-INDICE)
                   " GRUPO " WS-GRUPO-RENGLON.
       055-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO,
      *> CON CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       090-ACTUALIZA-RC.
