000120*    INVENTORY RECORD LAYOUT                                      *
000130*    ONE RECORD PER STOCKED PRODUCT, KEYED BY PRODUCT CODE.       *
000140*    AVAILABLE STOCK IS ON-HAND LESS RESERVED; HELLO RESERVES     *
000150*    UNITS HERE AT ACCEPT TIME, AND FULRECON RELIEVES BOTH        *
000160*    FIGURES WHEN THE WAREHOUSE ACKNOWLEDGES THE SHIPMENT.        *
000165*    RSVAUDIT PROVES RESERVED AGAINST THE OPEN EXPORTS NIGHTLY.   *
000166*    A PRODUCT WITH NO RECORD IS NOT STOCK-CONTROLLED AND IS      *
000170*    OFFERED WITHOUT RESERVATION.                                 *
000180*-----------------------------------------------------------------*
000190 01  INVENTORY-RECORD.
000200     05  INV-PROD-CODE           PIC X(06).
