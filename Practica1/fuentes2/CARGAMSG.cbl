           *> Numero de filas de TABLA-SEMILLAS: es la UNICA cifra que
           *> hay que tocar al anadir semillas (dimensiona la tabla y
           *> corta el bucle de carga).
       78 NUMERO-SEMILLAS           VALUE 72.

           *> Semillas del catalogo: id (4), idioma (2) y texto (44).
           *> Para un idioma nuevo basta con anadir aqui sus filas y
               "0031ES15 - Imprimir mis avisos".
           05 FILLER PIC X(50) VALUE
               "0031EN15 - Print my notices".
           05 FILLER PIC X(50) VALUE
               "0032ES16 - Pedir divisa".
           05 FILLER PIC X(50) VALUE
               "0032EN16 - Order foreign currency".
           05 FILLER PIC X(50) VALUE
               "0033ES17 - Prestamo preconcedido".
           05 FILLER PIC X(50) VALUE
               "0033EN17 - Pre-approved loan".
           05 FILLER PIC X(50) VALUE
               "0040ESConsultar saldo".
           05 FILLER PIC X(50) VALUE
