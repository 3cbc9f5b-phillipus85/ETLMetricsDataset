      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : APLIQUE DE LOS CAMBIOS PROGRAMADOS DE CN285SE    *
      * OBJETIVO  : LOS CAMBIOS DE PARAMETRIZACION DE CANALES CON    *
      *           : FECHA EFECTIVA FUTURA QUE RDK08394 APROBO QUEDAN *
      *           : PROGRAMADOS EN CN291SS (ESTADO 'P'). ESTE PASO,  *
      *           : QUE CORRE EN LA CADENA NOCTURNA ANTES DE RBD457, *
      *           : APLICA SOBRE CN285SE TODO LO QUE VENCE A LA      *
      *           : FECHA DE PROCESO (FECPRSS), DEJA EL CAMBIO EN LA *
      *           : BITACORA CN286SS CON EL CAPTURADOR Y EL          *
      *           : APROBADOR Y MARCA CADA PROGRAMADO COMO APLICADO  *
      *           : ('E') O FALLIDO ('F') CON SU MOTIVO              *
      * FECHA     : 20 DE MAYO DE 2016                               *
      * NRO REQ   : REQPR00192183                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192183                                       *
      * FECHA  : 20 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. CN291SS SE RECORRE EN *
      *          ORDEN DE LLAVE (CUENTA, FECHA EFECTIVA, CAPTURA),   *
      *          ASI VARIOS CAMBIOS DE UNA CUENTA SE APLICAN EN EL   *
      *          ORDEN EN QUE SE CAPTURARON. LO VENCIDO EN CORRIDAS  *
      *          QUE NO SE HICIERON TAMBIEN SE APLICA. MIENTRAS      *
      *          APLICA MARCA LA VENTANA BATCH CNCTLSS ('B') IGUAL   *
      *          QUE RBD457. LA BITACORA CN286SS SE GRABA CON LA     *
      *          FECHA DE PROCESO EN LA LLAVE Y LA BAJA DEJA ESA     *
      *          MISMA FECHA COMO FEC-BAJA, PARA QUE LA              *
      *          RECONSTRUCCION RBD477 REAPLIQUE IGUAL. MOTIVOS DE   *
      *          FALLA: 'DU' ALTA DE CUENTA YA PARAMETRIZADA, 'NE'   *
      *          MODIFICACION/BAJA SIN CUENTA, 'AC' ACCION INVALIDA, *
      *          'ER' ERROR DE ARCHIVO. CON ALGUN FALLIDO LA CORRIDA *
      *          DEJA RETURN-CODE 4. SIN CN291SS NO HAY NADA QUE     *
      *          APLICAR Y TERMINA EN CERO                           *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192197                                       *
      * FECHA  : 04 DE JULIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: NUEVO MOTIVO DE FALLA 'BA': UNA MODIFICACION O BAJA *
      *          PROGRAMADA SOBRE UNA CUENTA QUE YA ESTA DADA DE     *
      *          BAJA A LA FECHA DE PROCESO EN CN285SE NO SE APLICA, *
      *          PORQUE LA MODIFICACION LA REACTIVABA CON LA FEC-    *
      *          BAJA DEL PROGRAMADO (CASO DE LA CUENTA VIEJA DE UNA *
      *          RENUMERACION DE RBD529). UNA BAJA CON FECHA FUTURA  *
      *          NO LO IMPIDE                                        *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD528.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 20 DE MAYO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  CN291SS     ASSIGN TO SYS001-CN291SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CN291-LLAVE
                               FILE STATUS ES-CN291SS.

           SELECT  CN285SE     ASSIGN TO SYS002-CN285SE
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CN285SE-NUM-CTA
                               FILE STATUS ES-CN285SE.

           SELECT  CN286SS     ASSIGN TO SYS003-CN286SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CN286-LLAVE
                               FILE STATUS ES-CN286SS.

           SELECT  RB528LS     ASSIGN TO SYS004-RB528LS
                               FILE STATUS ES-RB528LS.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

           SELECT  CNCTLSS     ASSIGN TO SYS033-CNCTLSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CNCTL-ID
                               FILE STATUS ES-CNCTLSS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * CAMBIOS PROGRAMADOS, MISMO LAYOUT DE AREA-CN291 DE RDK08394    *
      * (QUE LOS PROGRAMA) Y RDK08407 (QUE LOS CONSULTA Y CANCELA)     *
      *----------------------------------------------------------------*
       FD  CN291SS.
       01  REG-CN291SS.
           03 CN291-LLAVE.
              05 CN291-NUM-CTA            PIC 9(16).
              05 CN291-FECHA-EFECTIVA     PIC 9(08).
              05 CN291-FECHA-CAPTURA      PIC 9(08).
              05 CN291-HORA-CAPTURA       PIC 9(06).
           03 CN291-TIP-ACCION            PIC X(01).
              88 CN291-ES-ALTA            VALUE 'A'.
              88 CN291-ES-MODIFICA        VALUE 'M'.
              88 CN291-ES-DESACTIVA       VALUE 'D'.
           03 CN291-DATOS-TRX.
              05 CN291-DISP               PIC X(03).
              05 CN291-LOCALIZACION       PIC X(01).
              05 CN291-ORIGEN             PIC X(03).
              05 CN291-APLIC-ORIGEN       PIC X(02).
              05 CN291-APLIC-DEST         PIC X(02).
           03 CN291-RED-ADQUIR            PIC X(02).
           03 CN291-COD-ADQUI             PIC 9(02).
           03 CN291-NUM-DISPOSITIVO       PIC X(04).
           03 CN291-DESCRIPCION           PIC X(100).
           03 CN291-IND-ENCRIPCION        PIC X(01).
           03 CN291-LLAVE-ENCRP           PIC X(09).
           03 CN291-FEC-ALTA              PIC 9(08).
           03 CN291-FEC-BAJA              PIC 9(08).
           03 CN291-USUARIO               PIC X(13).
           03 CN291-NUM-OFI               PIC 9(03).
           03 CN291-APROBADOR             PIC X(13).
           03 CN291-FECHA-APROBACION      PIC 9(08).
           03 CN291-ENTIDAD               PIC X(02).
           03 CN291-ESTADO                PIC X(01).
              88 CN291-PROGRAMADO         VALUE 'P'.
              88 CN291-EJECUTADO          VALUE 'E'.
              88 CN291-CANCELADO          VALUE 'C'.
              88 CN291-FALLIDO            VALUE 'F'.
           03 CN291-FECHA-ESTADO          PIC 9(08).
           03 CN291-USUARIO-ESTADO        PIC X(13).
           03 CN291-MOTIVO                PIC X(02).

       FD  CN285SE.
       01  REG-CN285SE.
           03 LLAVE.
              05 CN285SE-NUM-CTA          PIC 9(16).
           03 DATOS-TRX.
              05 CN285SE-DISP             PIC X(3).
              05 CN285SE-LOCALIZACION     PIC X(1).
              05 CN285SE-ORIGEN           PIC X(3).
              05 CN285SE-APLIC-ORIGEN     PIC X(2).
              05 CN285SE-APLIC-DEST       PIC X(2).
           03 CN285SE-RED-ADQUIR          PIC X(2).
           03 CN285SE-COD-ADQUI           PIC 9(2).
           03 CN285SE-NUM-DISPOSITIVO     PIC X(4).
           03 CN285SE-DESCRIPCION         PIC X(100).
           03 CN285SE-IND-ENCRIPCION      PIC X(1).
           03 CN285SE-LLAVE-ENCRP         PIC X(9).
           03 CN285SE-FEC-ALTA            PIC 9(8).
           03 CN285SE-FEC-BAJA            PIC 9(8).
           03 CN285SE-ENTIDAD             PIC X(2).

      *----------------------------------------------------------------*
      * BITACORA DE CAMBIOS, MISMO LAYOUT DE AREA-CN286 DE RDK08320 Y  *
      * RDK08394                                                       *
      *----------------------------------------------------------------*
       FD  CN286SS.
       01  REG-CN286SS.
           03 CN286-LLAVE.
              05 CN286-FECHA              PIC 9(08).
              05 CN286-HORA               PIC 9(06).
              05 CN286-NUM-CTA            PIC 9(16).
           03 CN286-TIP-ACCION            PIC X(01).
           03 CN286-DATOS-TRX.
              05 CN286-DISP               PIC X(03).
              05 CN286-LOCALIZACION       PIC X(01).
              05 CN286-ORIGEN             PIC X(03).
              05 CN286-APLIC-ORIGEN       PIC X(02).
              05 CN286-APLIC-DEST         PIC X(02).
           03 CN286-RED-ADQUIR            PIC X(02).
           03 CN286-COD-ADQUI             PIC 9(02).
           03 CN286-NUM-DISPOSITIVO       PIC X(04).
           03 CN286-DESCRIPCION           PIC X(100).
           03 CN286-IND-ENCRIPCION        PIC X(01).
           03 CN286-LLAVE-ENCRP           PIC X(09).
           03 CN286-FEC-ALTA              PIC 9(08).
           03 CN286-FEC-BAJA              PIC 9(08).
           03 CN286-USUARIO               PIC X(13).
           03 CN286-NUM-OFI               PIC 9(03).
           03 CN286-APROBADOR             PIC X(13).
           03 CN286-ENTIDAD               PIC X(02).

       FD  RB528LS.
       01  REG-RB528LS                    PIC X(132).

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES DE LA LINEA DE BALANCE           *
      *----------------------------------------------------------------*
       FD  RBLEDSS.
       01  REG-RBLEDSS.
           03 RBLEDG-LLAVE.
              05 RBLEDG-PROGRAMA          PIC X(08).
              05 RBLEDG-FECHA-PROCESO     PIC 9(08).
              05 RBLEDG-HORA-INICIO       PIC 9(08).
           03 RBLEDG-FECHA-FIN            PIC 9(08).
           03 RBLEDG-HORA-FIN             PIC 9(08).
           03 RBLEDG-RETURN-CODE          PIC 9(04).
           03 RBLEDG-CANT-CONTADORES      PIC 9(02).
           03 RBLEDG-CONTADORES.
              05 RBLEDG-CONTADOR OCCURS 10 TIMES.
                 07 RBLEDG-CONT-NOMBRE    PIC X(20).
                 07 RBLEDG-CONT-VALOR     PIC 9(10).

       FD  FECPRSS.
       01  REG-FECPRSS.
           03 FECPR-FECHA-PROCESO         PIC 9(8).

      *----------------------------------------------------------------*
      * REGISTRO DE CONTROL DE LA VENTANA BATCH SOBRE CN285SE          *
      *----------------------------------------------------------------*
       FD  CNCTLSS.
       01  REG-CNCTLSS.
           03 CNCTL-ID                    PIC X(8).
           03 CNCTL-ESTADO                PIC X(1).
           03 CNCTL-FECHA                 PIC 9(8).
           03 CNCTL-HORA                  PIC 9(8).
           03 CNCTL-PROGRAMA              PIC X(8).

       WORKING-STORAGE SECTION.

       01  WK-VARIABLES.
           03  ES-CN291SS                   PIC   X(02).
           03  ES-CN285SE                   PIC   X(02).
           03  ES-CN286SS                   PIC   X(02).
           03  ES-RB528LS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-CNCTLSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-VENTANA-MARCADA        PIC   9(01).
           03  WK-SW-APLICADO               PIC   9(01).
           03  WK-SW-LOG-GRABADO            PIC   9(01).
           03  WK-ESTADO-VENTANA            PIC   X(01).
           03  WK-MOTIVO-FALLA              PIC   X(02).
           03  WK-INTENTOS-LOG              PIC   9(02).
           03  WK-HORA-LOG                  PIC   9(06).
           03  WK-HORA-TIME                 PIC   9(08).
           03  WK-LEIDOS-291                PIC   9(10).
           03  WK-VENCIDOS                  PIC   9(10).
           03  WK-APLICADOS                 PIC   9(10).
           03  WK-FALLIDOS                  PIC   9(10).
           03  WK-FUTUROS                   PIC   9(10).
           03  WK-OTROS-ESTADOS             PIC   9(10).
           03  WK-SIN-BITACORA              PIC   9(10).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD528'.
           03 FILLER                       PIC X(50) VALUE
              'APLIQUE DE CAMBIOS PROGRAMADOS DE CN285SE'.
           03 FILLER                       PIC X(19) VALUE
              'FECHA DE PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(47).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  CUENTA           ACC F.EFECT.  CAPTURA    '.
           03 FILLER                       PIC X(44) VALUE
              '     CAPTURADOR    APROBADOR     RED RESULTA'.
           03 FILLER                       PIC X(44) VALUE
              'DO                                          '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-CUENTA                 PIC 9(16).
           03 FILLER                       PIC X(01).
           03 WK-LDE-ACCION                 PIC X(01).
           03 FILLER                       PIC X(03).
           03 WK-LDE-FEC-EFECTIVA           PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-FEC-CAPTURA            PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-HORA-CAPTURA           PIC 9(06).
           03 FILLER                       PIC X(01).
           03 WK-LDE-CAPTURADOR             PIC X(13).
           03 FILLER                       PIC X(01).
           03 WK-LDE-APROBADOR              PIC X(13).
           03 FILLER                       PIC X(01).
           03 WK-LDE-RED                    PIC X(02).
           03 FILLER                       PIC X(02).
           03 WK-LDE-RESULTADO              PIC X(40).
           03 FILLER                       PIC X(11).

       01  WK-LINEA-TOTAL.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(20) VALUE
              'VENCIDOS : '.
           03 WK-LTO-VENCIDOS               PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(12) VALUE
              'APLICADOS : '.
           03 WK-LTO-APLICADOS              PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(11) VALUE
              'FALLIDOS : '.
           03 WK-LTO-FALLIDOS               PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(13) VALUE
              'PENDIENTES : '.
           03 WK-LTO-FUTUROS                PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(22).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR       THRU 100-FIN.
           PERFORM 200-APLICAR-VENCIDOS  THRU 200-FIN.
           PERFORM 990-FINALIZAR         THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA.

           OPEN I-O CN291SS.
           IF   ES-CN291SS = '35'
                DISPLAY 'AVISO: NO EXISTE CN291SS, SIN CAMBIOS '
                        'PROGRAMADOS QUE APLICAR'
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           IF   ES-CN291SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR PROGRAMADOS CN291SS '
                         ES-CN291SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN I-O CN285SE.
           IF   ES-CN285SE NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO CN285SE ' ES-CN285SE
                MOVE     999           TO   RETURN-CODE
                CLOSE    CN291SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN I-O CN286SS.
           IF   ES-CN286SS = '35'
                OPEN OUTPUT CN286SS
                CLOSE       CN286SS
                OPEN I-O    CN286SS.
           IF   ES-CN286SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BITACORA CN286SS ' ES-CN286SS
                MOVE     999           TO   RETURN-CODE
                CLOSE    CN291SS CN285SE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB528LS.
           IF   ES-RB528LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB528LS ' ES-RB528LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    CN291SS CN285SE CN286SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE 1 TO WK-SW-ARCHIVOS-ABIERTOS.

           MOVE 'B' TO WK-ESTADO-VENTANA.
           PERFORM 113-MARCAR-VENTANA THRU 113-FIN.
           MOVE 1   TO WK-SW-VENTANA-MARCADA.

           MOVE WK-FECHA-SISTEMA  TO WK-LTI-FECHA.
           MOVE WK-LINEA-TITULO   TO REG-RB528LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES            TO REG-RB528LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB528LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL: SI EXISTE EL REGISTRO DE CONTROL     *
      * FECPRSS ESA FECHA REEMPLAZA LA DE GEC002                       *
      *----------------------------------------------------------------*
       110-LEER-FECPRSS.

           OPEN INPUT FECPRSS.
           IF   ES-FECPRSS = '97'
                MOVE '00'  TO ES-FECPRSS.
           IF   ES-FECPRSS = '00'
                READ FECPRSS
                IF ES-FECPRSS = '00' AND
                   FECPR-FECHA-PROCESO NUMERIC AND
                   FECPR-FECHA-PROCESO > 0
                   MOVE FECPR-FECHA-PROCESO TO WK-FECHA-SISTEMA
                END-IF
                CLOSE FECPRSS
           END-IF.

       110-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MARCA O LIBERA LA VENTANA BATCH EN CNCTLSS SEGUN               *
      * WK-ESTADO-VENTANA ('B' EN CURSO, 'L' LIBRE), COMO RBD457.      *
      * MIENTRAS ESTE EN 'B' RDK08320 Y RDK08394 NO TOCAN CN285SE. SI  *
      * EL CONTROL NO ESTA DISPONIBLE SE AVISA Y LA CORRIDA CONTINUA   *
      *----------------------------------------------------------------*
       113-MARCAR-VENTANA.

           OPEN I-O CNCTLSS.
           IF   ES-CNCTLSS = '35'
                OPEN OUTPUT CNCTLSS
                CLOSE       CNCTLSS
                OPEN I-O    CNCTLSS.
           IF   ES-CNCTLSS NOT = '00'
                DISPLAY 'AVISO: CONTROL DE VENTANA CNCTLSS NO '
                        'DISPONIBLE ' ES-CNCTLSS
                GO TO 113-FIN.

           MOVE 'VENTANA ' TO CNCTL-ID.
           READ CNCTLSS.
           IF ES-CNCTLSS = '00'
              MOVE WK-ESTADO-VENTANA TO CNCTL-ESTADO
              MOVE WK-FECHA-SISTEMA  TO CNCTL-FECHA
              ACCEPT CNCTL-HORA FROM TIME
              MOVE 'RBD528  '        TO CNCTL-PROGRAMA
              REWRITE REG-CNCTLSS
           ELSE
              MOVE 'VENTANA '        TO CNCTL-ID
              MOVE WK-ESTADO-VENTANA TO CNCTL-ESTADO
              MOVE WK-FECHA-SISTEMA  TO CNCTL-FECHA
              ACCEPT CNCTL-HORA FROM TIME
              MOVE 'RBD528  '        TO CNCTL-PROGRAMA
              WRITE REG-CNCTLSS
           END-IF.
           IF ES-CNCTLSS NOT = '00'
              DISPLAY 'AVISO: NO SE PUDO MARCAR LA VENTANA CNCTLSS '
                       ES-CNCTLSS.

           CLOSE CNCTLSS.
           DISPLAY 'VENTANA BATCH CN285SE MARCADA: ' WK-ESTADO-VENTANA.

       113-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RECORRE CN291SS Y APLICA CADA PROGRAMADO ('P') CUYA FECHA      *
      * EFECTIVA YA LLEGO. LOS APLICADOS, CANCELADOS Y FALLIDOS DE     *
      * CORRIDAS ANTERIORES SOLO SE CUENTAN                            *
      *----------------------------------------------------------------*
       200-APLICAR-VENCIDOS.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-APLICAR-UNO THRU 2000-FIN
                   UNTIL SW-FIN = 1.

           IF WK-VENCIDOS = 0
              MOVE '  SIN CAMBIOS PROGRAMADOS QUE VENZAN A LA FECHA'
                                  TO REG-RB528LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

           MOVE WK-VENCIDOS       TO WK-LTO-VENCIDOS.
           MOVE WK-APLICADOS      TO WK-LTO-APLICADOS.
           MOVE WK-FALLIDOS       TO WK-LTO-FALLIDOS.
           MOVE WK-FUTUROS        TO WK-LTO-FUTUROS.
           MOVE SPACES            TO REG-RB528LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-TOTAL    TO REG-RB528LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       200-FIN.
           EXIT.

       2000-APLICAR-UNO.

           READ CN291SS NEXT.

           IF ES-CN291SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.

           IF ES-CN291SS NOT = '00'
              DISPLAY 'ERROR AL LEER PROGRAMADOS CN291SS ' ES-CN291SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-LEIDOS-291.

           IF NOT CN291-PROGRAMADO
              ADD 1 TO WK-OTROS-ESTADOS
              GO TO 2000-FIN
           END-IF.

           IF CN291-FECHA-EFECTIVA > WK-FECHA-SISTEMA
              ADD 1 TO WK-FUTUROS
              GO TO 2000-FIN
           END-IF.

           ADD 1 TO WK-VENCIDOS.
           MOVE 0      TO WK-SW-APLICADO.
           MOVE SPACES TO WK-MOTIVO-FALLA.
           MOVE CN291-NUM-CTA TO CN285SE-NUM-CTA.

           EVALUATE TRUE
               WHEN CN291-ES-ALTA
                   PERFORM 210-APLICAR-ALTA  THRU 210-FIN
               WHEN CN291-ES-MODIFICA
                   PERFORM 220-APLICAR-MODIF THRU 220-FIN
               WHEN CN291-ES-DESACTIVA
                   PERFORM 230-APLICAR-BAJA  THRU 230-FIN
               WHEN OTHER
                   MOVE 'AC' TO WK-MOTIVO-FALLA
           END-EVALUATE.

           IF WK-SW-APLICADO = 1
              PERFORM 250-GRABAR-CN286SS THRU 250-FIN
              SET  CN291-EJECUTADO   TO TRUE
              ADD  1                 TO WK-APLICADOS
           ELSE
              SET  CN291-FALLIDO     TO TRUE
              MOVE WK-MOTIVO-FALLA   TO CN291-MOTIVO
              ADD  1                 TO WK-FALLIDOS
           END-IF.
           MOVE WK-FECHA-SISTEMA     TO CN291-FECHA-ESTADO.
           MOVE 'RBD528'             TO CN291-USUARIO-ESTADO.

           REWRITE REG-CN291SS.
           IF ES-CN291SS NOT = '00'
              DISPLAY 'ERROR AL MARCAR PROGRAMADO EN CN291SS '
                       ES-CN291SS ' CTA ' CN291-NUM-CTA
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           PERFORM 400-LISTAR-CAMBIO THRU 400-FIN.

       2000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * APLIQUE SOBRE CN285SE CON LA MISMA LOGICA QUE RDK08394 USA AL  *
      * APROBAR UN CAMBIO INMEDIATO                                    *
      *----------------------------------------------------------------*
       210-APLICAR-ALTA.

           READ CN285SE.
           IF ES-CN285SE = '00'
              MOVE 'DU' TO WK-MOTIVO-FALLA
              GO TO 210-FIN
           END-IF.

           MOVE CN291-NUM-CTA TO CN285SE-NUM-CTA.
           PERFORM 240-MOVER-DATOS-291 THRU 240-FIN.
           WRITE REG-CN285SE.
           IF ES-CN285SE = '00'
              MOVE 1    TO WK-SW-APLICADO
           ELSE
              IF ES-CN285SE = '22'
                 MOVE 'DU' TO WK-MOTIVO-FALLA
              ELSE
                 MOVE 'ER' TO WK-MOTIVO-FALLA
              END-IF
           END-IF.

       210-FIN.
           EXIT.

       220-APLICAR-MODIF.

           READ CN285SE.
           IF ES-CN285SE NOT = '00'
              MOVE 'NE' TO WK-MOTIVO-FALLA
              GO TO 220-FIN
           END-IF.
           PERFORM 225-VERIFICAR-BAJA THRU 225-FIN.
           IF WK-MOTIVO-FALLA NOT = SPACES
              GO TO 220-FIN
           END-IF.

           PERFORM 240-MOVER-DATOS-291 THRU 240-FIN.
           REWRITE REG-CN285SE.
           IF ES-CN285SE = '00'
              MOVE 1    TO WK-SW-APLICADO
           ELSE
              MOVE 'ER' TO WK-MOTIVO-FALLA
           END-IF.

       220-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UNA CUENTA YA DADA DE BAJA A LA FECHA (POR EJEMPLO LA VIEJA DE *
      * UNA RENUMERACION DE RBD529) NO SE MODIFICA NI SE VUELVE A DAR  *
      * DE BAJA: EL CAMBIO LA REACTIVARIA CON LA FEC-BAJA DEL          *
      * PROGRAMADO. UNA BAJA A FUTURO NO LO IMPIDE                     *
      *----------------------------------------------------------------*
       225-VERIFICAR-BAJA.

           IF CN285SE-FEC-BAJA > 0 AND
              CN285SE-FEC-BAJA <= WK-FECHA-SISTEMA
              MOVE 'BA' TO WK-MOTIVO-FALLA
           END-IF.

       225-FIN.
           EXIT.

       230-APLICAR-BAJA.

           READ CN285SE.
           IF ES-CN285SE NOT = '00'
              MOVE 'NE' TO WK-MOTIVO-FALLA
              GO TO 230-FIN
           END-IF.
           PERFORM 225-VERIFICAR-BAJA THRU 225-FIN.
           IF WK-MOTIVO-FALLA NOT = SPACES
              GO TO 230-FIN
           END-IF.

           MOVE WK-FECHA-SISTEMA TO CN285SE-FEC-BAJA.
           REWRITE REG-CN285SE.
           IF ES-CN285SE = '00'
              MOVE 1    TO WK-SW-APLICADO
           ELSE
              MOVE 'ER' TO WK-MOTIVO-FALLA
           END-IF.

       230-FIN.
           EXIT.

       240-MOVER-DATOS-291.

           MOVE CN291-DISP            TO CN285SE-DISP.
           MOVE CN291-LOCALIZACION    TO CN285SE-LOCALIZACION.
           MOVE CN291-ORIGEN          TO CN285SE-ORIGEN.
           MOVE CN291-APLIC-ORIGEN    TO CN285SE-APLIC-ORIGEN.
           MOVE CN291-APLIC-DEST      TO CN285SE-APLIC-DEST.
           MOVE CN291-RED-ADQUIR      TO CN285SE-RED-ADQUIR.
           MOVE CN291-COD-ADQUI       TO CN285SE-COD-ADQUI.
           MOVE CN291-NUM-DISPOSITIVO TO CN285SE-NUM-DISPOSITIVO.
           MOVE CN291-DESCRIPCION     TO CN285SE-DESCRIPCION.
           MOVE CN291-IND-ENCRIPCION  TO CN285SE-IND-ENCRIPCION.
           MOVE CN291-LLAVE-ENCRP     TO CN285SE-LLAVE-ENCRP.
           MOVE CN291-FEC-ALTA        TO CN285SE-FEC-ALTA.
           MOVE CN291-FEC-BAJA        TO CN285SE-FEC-BAJA.
           IF CN291-ENTIDAD = SPACES OR CN291-ENTIDAD = '00'
              MOVE '01'           TO CN285SE-ENTIDAD
           ELSE
              MOVE CN291-ENTIDAD  TO CN285SE-ENTIDAD
           END-IF.

       240-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BITACORA CN286SS DEL CAMBIO APLICADO, CON EL CAPTURADOR Y EL   *
      * APROBADOR. LA LLAVE LLEVA LA FECHA DE PROCESO Y LA HORA DEL    *
      * APLIQUE; SI YA EXISTE SE CORRE LA HORA, COMO EN RBD478. UN     *
      * FALLO NO DESHACE EL APLIQUE: SE AVISA Y SE CUENTA              *
      *----------------------------------------------------------------*
       250-GRABAR-CN286SS.

           ACCEPT WK-HORA-TIME FROM TIME.
           MOVE WK-HORA-TIME(1:6) TO WK-HORA-LOG.
           MOVE 0 TO WK-SW-LOG-GRABADO.
           MOVE 0 TO WK-INTENTOS-LOG.
           PERFORM 2500-GRABAR-LOG-UNA THRU 2500-FIN
                   UNTIL WK-SW-LOG-GRABADO = 1 OR WK-INTENTOS-LOG >= 10.

           IF WK-SW-LOG-GRABADO = 0
              DISPLAY 'AVISO: CAMBIO APLICADO SIN BITACORA CN286SS '
                       ES-CN286SS ' CTA ' CN291-NUM-CTA
              ADD 1 TO WK-SIN-BITACORA
           END-IF.

       250-FIN.
           EXIT.

       2500-GRABAR-LOG-UNA.

           ADD 1 TO WK-INTENTOS-LOG.
           INITIALIZE REG-CN286SS.
           MOVE WK-FECHA-SISTEMA      TO CN286-FECHA.
           MOVE WK-HORA-LOG           TO CN286-HORA.
           MOVE CN291-NUM-CTA         TO CN286-NUM-CTA.
           MOVE CN291-TIP-ACCION      TO CN286-TIP-ACCION.
           MOVE CN291-DATOS-TRX       TO CN286-DATOS-TRX.
           MOVE CN291-RED-ADQUIR      TO CN286-RED-ADQUIR.
           MOVE CN291-COD-ADQUI       TO CN286-COD-ADQUI.
           MOVE CN291-NUM-DISPOSITIVO TO CN286-NUM-DISPOSITIVO.
           MOVE CN291-DESCRIPCION     TO CN286-DESCRIPCION.
           MOVE CN291-IND-ENCRIPCION  TO CN286-IND-ENCRIPCION.
           MOVE CN291-LLAVE-ENCRP     TO CN286-LLAVE-ENCRP.
           MOVE CN291-FEC-ALTA        TO CN286-FEC-ALTA.
           MOVE CN291-FEC-BAJA        TO CN286-FEC-BAJA.
           MOVE CN291-USUARIO         TO CN286-USUARIO.
           MOVE CN291-NUM-OFI         TO CN286-NUM-OFI.
           MOVE CN291-APROBADOR       TO CN286-APROBADOR.
           MOVE CN285SE-ENTIDAD       TO CN286-ENTIDAD.

           WRITE REG-CN286SS.
           IF ES-CN286SS = '00'
              MOVE 1 TO WK-SW-LOG-GRABADO
           ELSE
              IF ES-CN286SS = '22'
                 ADD 1 TO WK-HORA-LOG
              ELSE
                 MOVE 10 TO WK-INTENTOS-LOG
              END-IF
           END-IF.

       2500-FIN.
           EXIT.

       400-LISTAR-CAMBIO.

           MOVE SPACES                TO WK-LINEA-DETALLE.
           MOVE CN291-NUM-CTA         TO WK-LDE-CUENTA.
           MOVE CN291-TIP-ACCION      TO WK-LDE-ACCION.
           MOVE CN291-FECHA-EFECTIVA  TO WK-LDE-FEC-EFECTIVA.
           MOVE CN291-FECHA-CAPTURA   TO WK-LDE-FEC-CAPTURA.
           MOVE CN291-HORA-CAPTURA    TO WK-LDE-HORA-CAPTURA.
           MOVE CN291-USUARIO         TO WK-LDE-CAPTURADOR.
           MOVE CN291-APROBADOR       TO WK-LDE-APROBADOR.
           MOVE CN291-RED-ADQUIR      TO WK-LDE-RED.

           EVALUATE WK-MOTIVO-FALLA
               WHEN SPACES
                   MOVE 'APLICADO EN CN285SE' TO WK-LDE-RESULTADO
               WHEN 'DU'
                   MOVE 'FALLIDO DU: CUENTA YA PARAMETRIZADA'
                                              TO WK-LDE-RESULTADO
               WHEN 'NE'
                   MOVE 'FALLIDO NE: CUENTA SIN CANAL EN CN285SE'
                                              TO WK-LDE-RESULTADO
               WHEN 'AC'
                   MOVE 'FALLIDO AC: ACCION INVALIDA'
                                              TO WK-LDE-RESULTADO
               WHEN 'BA'
                   MOVE 'FALLIDO BA: CUENTA DADA DE BAJA EN CN285SE'
                                              TO WK-LDE-RESULTADO
               WHEN OTHER
                   MOVE 'FALLIDO ER: ERROR DE ARCHIVO EN CN285SE'
                                              TO WK-LDE-RESULTADO
           END-EVALUATE.

           MOVE WK-LINEA-DETALLE      TO REG-RB528LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       400-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB528LS.
           IF ES-RB528LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB528LS ' ES-RB528LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

           IF RETURN-CODE = 0
              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD528 TERMINO             '
              DISPLAY '--------------------------------------'
           ELSE
              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD528 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'
           END-IF.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-SW-VENTANA-MARCADA = 1
              MOVE 'L' TO WK-ESTADO-VENTANA
              PERFORM 113-MARCAR-VENTANA THRU 113-FIN
              MOVE 0   TO WK-SW-VENTANA-MARCADA
           END-IF.

           IF (WK-FALLIDOS > 0 OR WK-SIN-BITACORA > 0) AND
              RETURN-CODE = 0
              DISPLAY 'HAY CAMBIOS PROGRAMADOS FALLIDOS O SIN '
                      'BITACORA. SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '--------------------------------------'
           DISPLAY '     PROG. RBD528 TERMINO             '
           DISPLAY '--------------------------------------'
           DISPLAY 'PROGRAMADOS CN291SS LEIDOS : ' WK-LEIDOS-291
           DISPLAY 'VENCIDOS A LA FECHA        : ' WK-VENCIDOS
           DISPLAY 'APLICADOS EN CN285SE       : ' WK-APLICADOS
           DISPLAY 'FALLIDOS                   : ' WK-FALLIDOS
           DISPLAY 'APLICADOS SIN BITACORA     : ' WK-SIN-BITACORA
           DISPLAY 'PROGRAMADOS A FUTURO       : ' WK-FUTUROS
           DISPLAY 'YA DECIDIDOS (E/C/F)       : ' WK-OTROS-ESTADOS
           DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE CN291SS
              CLOSE CN285SE
              CLOSE CN286SS
              CLOSE RB528LS
           END-IF.
           STOP      RUN.

       990-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES (RBLEDSS): UN REGISTRO POR       *
      * CORRIDA CON FECHA/HORA DE INICIO Y FIN, LOS CONTADORES DEL     *
      * RESUMEN Y EL RETURN-CODE FINAL. UN FALLO EN LA BITACORA NO     *
      * VOLTEA LA CORRIDA: SE AVISA Y SE CONTINUA                      *
      *----------------------------------------------------------------*
       991-GRABAR-LEDGER.

           OPEN I-O RBLEDSS.
           IF   ES-RBLEDSS = '35'
                OPEN OUTPUT RBLEDSS
                CLOSE       RBLEDSS
                OPEN I-O    RBLEDSS.
           IF   ES-RBLEDSS NOT = '00'
                DISPLAY 'AVISO: BITACORA RBLEDSS NO DISPONIBLE '
                         ES-RBLEDSS
                GO TO 991-FIN.

           MOVE 'RBD528  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 5                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'VENCIDOS'           TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-VENCIDOS          TO RBLEDG-CONT-VALOR(1).
           MOVE 'APLICADOS'          TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-APLICADOS         TO RBLEDG-CONT-VALOR(2).
           MOVE 'FALLIDOS'           TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-FALLIDOS          TO RBLEDG-CONT-VALOR(3).
           MOVE 'SIN-BITACORA'       TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-SIN-BITACORA      TO RBLEDG-CONT-VALOR(4).
           MOVE 'PROGRAMADOS-FUTURO' TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-FUTUROS           TO RBLEDG-CONT-VALOR(5).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.
