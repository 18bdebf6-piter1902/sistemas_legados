       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBADO.

           *> Modulo comun de cribado contra la lista de vigilancia de
           *> sanciones (vigilancia.ubd): recibe un nombre y, si se
           *> conoce, un documento, y devuelve 1 con la entrada de la
           *> lista que coincide o 0 si no hay coincidencia (o si
           *> todavia no se ha cargado ninguna lista). Lo llaman el
           *> maestro de clientes, los cajeros de transferencias, la
           *> doble firma, el abono de transferencias recibidas y el
           *> recribado nocturno.
           *>
           *> Se da como posible coincidencia el mismo documento o el
           *> mismo nombre, comparando por palabras sin distinguir
           *> mayusculas ni signos de puntuacion: basta con que todas
           *> las palabras del nombre mas corto (si tiene al menos
           *> dos) figuren en el otro, en cualquier orden. Asi saltan
           *> tambien los nombres con apellidos de mas o de menos,
           *> que luego revisa cumplimiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-VIGILANCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIG-NUM
           FILE STATUS IS FSV.

       DATA DIVISION.
       FILE SECTION.
       FD F-VIGILANCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vigilancia.ubd".
           COPY VIGILANCIA.

       WORKING-STORAGE SECTION.
       77 FSV                      PIC  X(2).

       78 MINUSCULAS               VALUE "abcdefghijklmnopqrstuvwxyz".
       78 MAYUSCULAS               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       78 SIGNOS-NOMBRE            VALUE ".,;:-'/()".
       78 BLANCOS-NOMBRE           VALUE "         ".
       78 MAX-PALABRAS             VALUE 10.

           *> Texto que se esta partiendo en palabras y resultado de
           *> la particion.
       77 TEXTO-TRABAJO            PIC X(35).
       77 IDX-CARACTER             PIC  9(2).
       77 LONG-PALABRA             PIC  9(2).
       01 TABLA-TRABAJO.
           05 NUM-PAL-TRABAJO      PIC  9(2).
           05 PAL-TRABAJO          PIC X(35) OCCURS 10 TIMES.

           *> Palabras del nombre cribado y de la entrada de la lista.
       01 TABLA-CRIBADO.
           05 NUM-PAL-CRIBADO      PIC  9(2).
           05 PAL-CRIBADO          PIC X(35) OCCURS 10 TIMES.
       01 TABLA-LISTA.
           05 NUM-PAL-LISTA        PIC  9(2).
           05 PAL-LISTA            PIC X(35) OCCURS 10 TIMES.

       77 IDX-PAL                  PIC  9(2).
       77 IDX-OTRA                 PIC  9(2).
       77 PALABRAS-HALLADAS        PIC  9(2).

       77 DOC-TRABAJO              PIC X(12).
       77 DOC-LIMPIO               PIC X(12).
       77 LONG-DOC                 PIC  9(2).
       77 DOC-CRIBADO              PIC X(12).

       LINKAGE SECTION.
       77 NOMBRE-CRIBADO           PIC X(35).
       77 DOCUMENTO-CRIBADO        PIC X(12).
       77 CRIBADO-RESULTADO        PIC  9(1).
       01 COINCIDENCIA-VIG.
           05 COINC-VIG-LISTA      PIC X(10).
           05 COINC-VIG-NOMBRE     PIC X(35).
           05 COINC-VIG-DOCUMENTO  PIC X(12).
           05 COINC-VIG-VERSION    PIC  9(8).

       PROCEDURE DIVISION USING NOMBRE-CRIBADO DOCUMENTO-CRIBADO
           CRIBADO-RESULTADO COINCIDENCIA-VIG.
       CRIBAR.
           MOVE 0 TO CRIBADO-RESULTADO.
           MOVE SPACES TO COINCIDENCIA-VIG.
           MOVE 0 TO COINC-VIG-VERSION.

           MOVE NOMBRE-CRIBADO TO TEXTO-TRABAJO.
           PERFORM PARTIR-PALABRAS THRU PARTIR-PALABRAS-EXIT.
           MOVE TABLA-TRABAJO TO TABLA-CRIBADO.

           MOVE DOCUMENTO-CRIBADO TO DOC-TRABAJO.
           PERFORM LIMPIAR-DOCUMENTO THRU LIMPIAR-DOCUMENTO-EXIT.
           MOVE DOC-LIMPIO TO DOC-CRIBADO.

           IF NUM-PAL-CRIBADO = 0 AND DOC-CRIBADO = SPACES
               GO TO CRIBAR-FIN.

           OPEN INPUT F-VIGILANCIA.
           IF FSV = 35
               CLOSE F-VIGILANCIA
               GO TO CRIBAR-FIN.
           IF FSV <> 00
               GO TO CRIBAR-FIN.

       CRIBAR-BUCLE.
           READ F-VIGILANCIA NEXT RECORD
               AT END GO TO CRIBAR-CIERRE.

           IF DOC-CRIBADO NOT = SPACES
               MOVE VIG-DOCUMENTO TO DOC-TRABAJO
               PERFORM LIMPIAR-DOCUMENTO THRU LIMPIAR-DOCUMENTO-EXIT
               IF DOC-LIMPIO = DOC-CRIBADO
                   GO TO CRIBAR-COINCIDE.

           IF NUM-PAL-CRIBADO = 0
               GO TO CRIBAR-BUCLE.

           MOVE VIG-NOMBRE TO TEXTO-TRABAJO.
           PERFORM PARTIR-PALABRAS THRU PARTIR-PALABRAS-EXIT.
           MOVE TABLA-TRABAJO TO TABLA-LISTA.

           IF NUM-PAL-LISTA = 0
               GO TO CRIBAR-BUCLE.

           PERFORM COMPARAR-NOMBRES THRU COMPARAR-NOMBRES-EXIT.
           IF CRIBADO-RESULTADO = 1
               GO TO CRIBAR-COINCIDE.

           GO TO CRIBAR-BUCLE.

       CRIBAR-COINCIDE.
           MOVE 1 TO CRIBADO-RESULTADO.
           MOVE VIG-LISTA     TO COINC-VIG-LISTA.
           MOVE VIG-NOMBRE    TO COINC-VIG-NOMBRE.
           MOVE VIG-DOCUMENTO TO COINC-VIG-DOCUMENTO.
           MOVE VIG-VERSION   TO COINC-VIG-VERSION.

       CRIBAR-CIERRE.
           CLOSE F-VIGILANCIA.

       CRIBAR-FIN.
           EXIT PROGRAM.

           *> Deja en TABLA-TRABAJO las palabras de TEXTO-TRABAJO en
           *> mayusculas, sin signos de puntuacion; lo que pase de
           *> MAX-PALABRAS se ignora.
       PARTIR-PALABRAS.
           INSPECT TEXTO-TRABAJO CONVERTING MINUSCULAS TO MAYUSCULAS.
           INSPECT TEXTO-TRABAJO
               CONVERTING SIGNOS-NOMBRE TO BLANCOS-NOMBRE.

           MOVE 0 TO NUM-PAL-TRABAJO.
           MOVE 0 TO LONG-PALABRA.
           MOVE 0 TO IDX-CARACTER.

       PARTIR-PALABRAS-BUCLE.
           ADD 1 TO IDX-CARACTER.
           IF IDX-CARACTER > 35
               GO TO PARTIR-PALABRAS-EXIT.

           IF TEXTO-TRABAJO(IDX-CARACTER:1) = SPACE
               MOVE 0 TO LONG-PALABRA
               GO TO PARTIR-PALABRAS-BUCLE.

           IF LONG-PALABRA = 0
               IF NUM-PAL-TRABAJO = MAX-PALABRAS
                   GO TO PARTIR-PALABRAS-EXIT
               END-IF
               ADD 1 TO NUM-PAL-TRABAJO
               MOVE SPACES TO PAL-TRABAJO(NUM-PAL-TRABAJO).

           ADD 1 TO LONG-PALABRA.
           MOVE TEXTO-TRABAJO(IDX-CARACTER:1)
               TO PAL-TRABAJO(NUM-PAL-TRABAJO)(LONG-PALABRA:1).

           GO TO PARTIR-PALABRAS-BUCLE.

       PARTIR-PALABRAS-EXIT.
           EXIT.

           *> Documento en mayusculas y sin blancos, guiones ni
           *> puntos, para que "12.345.678-Z" case con "12345678Z".
       LIMPIAR-DOCUMENTO.
           INSPECT DOC-TRABAJO CONVERTING MINUSCULAS TO MAYUSCULAS.
           MOVE SPACES TO DOC-LIMPIO.
           MOVE 0 TO LONG-DOC.
           MOVE 0 TO IDX-CARACTER.

       LIMPIAR-DOCUMENTO-BUCLE.
           ADD 1 TO IDX-CARACTER.
           IF IDX-CARACTER > 12
               GO TO LIMPIAR-DOCUMENTO-EXIT.

           IF DOC-TRABAJO(IDX-CARACTER:1) = SPACE
               OR DOC-TRABAJO(IDX-CARACTER:1) = "-"
               OR DOC-TRABAJO(IDX-CARACTER:1) = "."
               GO TO LIMPIAR-DOCUMENTO-BUCLE.

           ADD 1 TO LONG-DOC.
           MOVE DOC-TRABAJO(IDX-CARACTER:1) TO DOC-LIMPIO(LONG-DOC:1).

           GO TO LIMPIAR-DOCUMENTO-BUCLE.

       LIMPIAR-DOCUMENTO-EXIT.
           EXIT.

           *> Compara por palabras el nombre cribado con la entrada
           *> de la lista; deja CRIBADO-RESULTADO a 1 si coinciden.
       COMPARAR-NOMBRES.
           IF NUM-PAL-CRIBADO <= NUM-PAL-LISTA
               MOVE TABLA-CRIBADO TO TABLA-TRABAJO
           ELSE
               MOVE TABLA-LISTA TO TABLA-TRABAJO.

           *> Un nombre de una sola palabra solo coincide con otro de
           *> una sola palabra igual.
           IF NUM-PAL-TRABAJO = 1
               IF NUM-PAL-CRIBADO = 1 AND NUM-PAL-LISTA = 1
                   AND PAL-CRIBADO(1) = PAL-LISTA(1)
                   MOVE 1 TO CRIBADO-RESULTADO
               END-IF
               GO TO COMPARAR-NOMBRES-EXIT.

           MOVE 0 TO PALABRAS-HALLADAS.
           MOVE 0 TO IDX-PAL.

       COMPARAR-PALABRA.
           ADD 1 TO IDX-PAL.
           IF IDX-PAL > NUM-PAL-TRABAJO
               GO TO COMPARAR-RESULTADO.

           MOVE 0 TO IDX-OTRA.

       COMPARAR-BUSCAR.
           ADD 1 TO IDX-OTRA.

           IF NUM-PAL-CRIBADO <= NUM-PAL-LISTA
               IF IDX-OTRA > NUM-PAL-LISTA
                   GO TO COMPARAR-RESULTADO
               END-IF
               IF PAL-LISTA(IDX-OTRA) = PAL-TRABAJO(IDX-PAL)
                   ADD 1 TO PALABRAS-HALLADAS
                   GO TO COMPARAR-PALABRA
               END-IF
           ELSE
               IF IDX-OTRA > NUM-PAL-CRIBADO
                   GO TO COMPARAR-RESULTADO
               END-IF
               IF PAL-CRIBADO(IDX-OTRA) = PAL-TRABAJO(IDX-PAL)
                   ADD 1 TO PALABRAS-HALLADAS
                   GO TO COMPARAR-PALABRA
               END-IF
           END-IF.

           GO TO COMPARAR-BUSCAR.

           *> Una palabra que no aparece basta para descartar.
       COMPARAR-RESULTADO.
           IF PALABRAS-HALLADAS = NUM-PAL-TRABAJO
               MOVE 1 TO CRIBADO-RESULTADO.

       COMPARAR-NOMBRES-EXIT.
           EXIT.
