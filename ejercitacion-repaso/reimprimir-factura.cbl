               10  HF-PORC-IMPUESTO PIC 9(2)V99.
               10  HF-MONTO-IMPUESTO PIC 9(6)V99.
               10  HF-TOTAL-FINAL PIC 9(6)V99.
               10  HF-ORIGEN PIC X.
                   88  HF-ES-FACTURA-BANCARIA VALUE 'B'.
               10  HF-NETO-GRAVADO PIC 9(8)V99.
               10  HF-CUIT-CLIENTE PIC 9(11).
               10  HF-PERIODO PIC 9(6).
               10  HF-ESTADO-CAE PIC X.
                   88  HF-CAE-PENDIENTE VALUE 'P'.
                   88  HF-CAE-AUTORIZADA VALUE 'A'.
                   88  HF-CAE-RECHAZADA VALUE 'R'.
               10  HF-CAE PIC 9(14).
               10  HF-VENCIMIENTO-CAE PIC 9(8).
               10  HF-VENDEDOR PIC 9(4).
               10  FILLER PIC X(19).
           05  HF-DETALLE REDEFINES HF-RESTO.
               10  HF-CODIGO-PRODUCTO PIC X(10).
               10  HF-DESCRIPCION-PRODUCTO PIC X(100).
               10  HF-CARGO-BANCARIO REDEFINES
                   HF-DESCRIPCION-PRODUCTO.
                   15  HF-DESCRIPCION-CARGO PIC X(60).
                   15  HF-NETO-CARGO PIC 9(8)V99.
                   15  HF-IMPORTE-CARGO PIC 9(8)V99.
                   15  FILLER PIC X(20).
               10  HF-PRECIO-PRODUCTO PIC 9(4).
               10  HF-CANTIDAD-PRODUCTO PIC 9(4).
               10  HF-SUBTOTAL-PRODUCTO PIC 9(6).
           88  FACTURA-ENCONTRADA VALUE 'S'.
           88  FACTURA-NO-ENCONTRADA VALUE 'N'.

       01  FACTURA-BANCARIA-FLAG PIC X VALUE 'N'.
           88  ES-FACTURA-BANCARIA VALUE 'S'.
           88  NO-ES-FACTURA-BANCARIA VALUE 'N'.

       01  FACTURA-SIN-CAE-FLAG PIC X VALUE 'N'.
           88  FACTURA-SIN-CAE VALUE 'S'.
           88  FACTURA-CON-CAE VALUE 'N'.

       01  TOTAL-EDITADO PIC Z(5)9.99.
       01  NETO-EDITADO PIC Z(7)9.99.

       01  NOMBRE-AMBIENTE PIC X(20).
       01  RUTA-AMBIENTE PIC X(70).
       IMPRIMIR-REGISTRO.
           SET FACTURA-ENCONTRADA TO TRUE.

           IF HF-ES-CABECERA AND HF-ES-FACTURA-BANCARIA
               SET ES-FACTURA-BANCARIA TO TRUE
               PERFORM IMPRIMIR-CABECERA-BANCARIA
               EXIT PARAGRAPH
           END-IF.

           IF HF-ES-DETALLE AND ES-FACTURA-BANCARIA
               MOVE HF-NETO-CARGO TO NETO-EDITADO
               DISPLAY
               "  " HF-CODIGO-PRODUCTO
               " " HF-DESCRIPCION-CARGO(1:40)
               " x" HF-CANTIDAD-PRODUCTO
               " = " NETO-EDITADO
               EXIT PARAGRAPH
           END-IF.

           IF HF-ES-CABECERA
               AND (HF-CAE-PENDIENTE OR HF-CAE-RECHAZADA)
               SET NO-ES-FACTURA-BANCARIA TO TRUE
               SET FACTURA-SIN-CAE TO TRUE
               PERFORM RECHAZAR-IMPRESION
               EXIT PARAGRAPH
           END-IF.

           IF HF-ES-DETALLE AND FACTURA-SIN-CAE
               EXIT PARAGRAPH
           END-IF.

           IF HF-ES-CABECERA
               SET NO-ES-FACTURA-BANCARIA TO TRUE
               SET FACTURA-CON-CAE TO TRUE
               DISPLAY "*********************************"
               DISPLAY "* FACTURA N° " HF-NUMERO-FACTURA
               DISPLAY "* Fecha: " HF-FECHA
               DISPLAY "* Cliente DNI: " HF-DNI-CLIENTE
               IF HF-VENDEDOR IS NUMERIC AND HF-VENDEDOR > ZERO
                   DISPLAY "* Vendedor: " HF-VENDEDOR
               END-IF
               DISPLAY "* Subtotal: " HF-SUBTOTAL
               MOVE HF-MONTO-DESCUENTO TO TOTAL-EDITADO
               DISPLAY "* Descuento (" HF-PORC-DESCUENTO "%): "
                   TOTAL-EDITADO
               MOVE HF-TOTAL-FINAL TO TOTAL-EDITADO
               DISPLAY "* TOTAL: " TOTAL-EDITADO
               IF HF-CAE-AUTORIZADA
                   DISPLAY "* CAE: " HF-CAE
                   DISPLAY "* Vencimiento CAE: " HF-VENCIMIENTO-CAE
               END-IF
               DISPLAY "*********************************"
           ELSE
               DISPLAY
               " = " HF-SUBTOTAL-PRODUCTO
           END-IF.

       RECHAZAR-IMPRESION.
           DISPLAY "La factura " HF-NUMERO-FACTURA
               " no tiene CAE otorgado y no puede imprimirse "
               "como comprobante válido".

           IF HF-CAE-PENDIENTE
               DISPLAY "Estado: pendiente de autorización"
           ELSE
               DISPLAY "Estado: rechazada por el organismo, ver "
                   "el listado de importar-cae"
           END-IF.

       IMPRIMIR-CABECERA-BANCARIA.
           DISPLAY "*********************************".
           DISPLAY "* FACTURA N° " HF-NUMERO-FACTURA
               " - COMISIONES BANCARIAS".
           DISPLAY "* Fecha: " HF-FECHA.
           DISPLAY "* Período: " HF-PERIODO.
           DISPLAY "* Cliente DNI: " HF-DNI-CLIENTE
               " CUIT: " HF-CUIT-CLIENTE.
           MOVE HF-NETO-GRAVADO TO NETO-EDITADO.
           DISPLAY "* Neto gravado: " NETO-EDITADO.
           MOVE HF-MONTO-IMPUESTO TO TOTAL-EDITADO.
           DISPLAY "* IVA (" HF-PORC-IMPUESTO "%): " TOTAL-EDITADO.
           MOVE HF-TOTAL-FINAL TO TOTAL-EDITADO.
           DISPLAY "* TOTAL: " TOTAL-EDITADO.
           DISPLAY "*********************************".

       END PROGRAM reimprimir-factura.
