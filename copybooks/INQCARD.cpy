      * INQCARD - one SYSIN request card for the TABMSTR inquiry
      * program (TABINQ).  A card names either a single stored key
      * ("03"), an inclusive key range ("03-07"), or the literal ALL
      * for every key of the family.  Keys are the two-digit TM-KEY-I
      * values written by the generation programs; only keys active
      * on the table catalog (TABCATLG) are reprinted.  INQ-TABLE-TYPE
      * (column 6) names the family to reprint: M or blank =
      * multiplication, A = addition.
       01  INQ-CARD.
