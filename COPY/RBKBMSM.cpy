         03 M3BARCL               PIC S9(4) COMP.
         03 M3BARCF               PIC X.
         03 M3BARCI               PIC X(12).
         03 M3CONDL               PIC S9(4) COMP.
         03 M3CONDF               PIC X.
         03 M3CONDI               PIC X(4).
         03 M3DLGTL               PIC S9(4) COMP.
         03 M3DLGTF               PIC X.
         03 M3DLGTI               PIC X(8).
         03 M3MSGL                PIC S9(4) COMP.
         03 M3MSGF                PIC X.
         03 M3MSGI                PIC X(79).
         03 FILLER                PIC X(3).
         03 M3BARCO               PIC X(12).
         03 FILLER                PIC X(3).
         03 M3CONDO               PIC X(4).
         03 FILLER                PIC X(3).
         03 M3DLGTO               PIC X(8).
         03 FILLER                PIC X(3).
         03 M3MSGO                PIC X(79).

       01 RBKM4I.
         03 M4LN18O               PIC X(79).
         03 FILLER                PIC X(3).
         03 M4MSGO                PIC X(79).

       01 RBKM5I.
         03 FILLER                PIC X(12).
         03 M5VENDL               PIC S9(4) COMP.
         03 M5VENDF               PIC X.
         03 M5VENDI               PIC X(8).
         03 M5VNAML               PIC S9(4) COMP.
         03 M5VNAMF               PIC X.
         03 M5VNAMI               PIC X(40).
         03 M5Q1L                 PIC S9(4) COMP.
         03 M5Q1F                 PIC X.
         03 M5Q1I                 PIC X(3).
         03 M5O1L                 PIC S9(4) COMP.
         03 M5O1F                 PIC X.
         03 M5O1I                 PIC X(75).
         03 M5Q2L                 PIC S9(4) COMP.
         03 M5Q2F                 PIC X.
         03 M5Q2I                 PIC X(3).
         03 M5O2L                 PIC S9(4) COMP.
         03 M5O2F                 PIC X.
         03 M5O2I                 PIC X(75).
         03 M5Q3L                 PIC S9(4) COMP.
         03 M5Q3F                 PIC X.
         03 M5Q3I                 PIC X(3).
         03 M5O3L                 PIC S9(4) COMP.
         03 M5O3F                 PIC X.
         03 M5O3I                 PIC X(75).
         03 M5Q4L                 PIC S9(4) COMP.
         03 M5Q4F                 PIC X.
         03 M5Q4I                 PIC X(3).
         03 M5O4L                 PIC S9(4) COMP.
         03 M5O4F                 PIC X.
         03 M5O4I                 PIC X(75).
         03 M5Q5L                 PIC S9(4) COMP.
         03 M5Q5F                 PIC X.
         03 M5Q5I                 PIC X(3).
         03 M5O5L                 PIC S9(4) COMP.
         03 M5O5F                 PIC X.
         03 M5O5I                 PIC X(75).
         03 M5Q6L                 PIC S9(4) COMP.
         03 M5Q6F                 PIC X.
         03 M5Q6I                 PIC X(3).
         03 M5O6L                 PIC S9(4) COMP.
         03 M5O6F                 PIC X.
         03 M5O6I                 PIC X(75).
         03 M5C1L                 PIC S9(4) COMP.
         03 M5C1F                 PIC X.
         03 M5C1I                 PIC X(34).
         03 M5B1L                 PIC S9(4) COMP.
         03 M5B1F                 PIC X.
         03 M5B1I                 PIC X(4).
         03 M5X1L                 PIC S9(4) COMP.
         03 M5X1F                 PIC X.
         03 M5X1I                 PIC X(12).
         03 M5C2L                 PIC S9(4) COMP.
         03 M5C2F                 PIC X.
         03 M5C2I                 PIC X(34).
         03 M5B2L                 PIC S9(4) COMP.
         03 M5B2F                 PIC X.
         03 M5B2I                 PIC X(4).
         03 M5X2L                 PIC S9(4) COMP.
         03 M5X2F                 PIC X.
         03 M5X2I                 PIC X(12).
         03 M5C3L                 PIC S9(4) COMP.
         03 M5C3F                 PIC X.
         03 M5C3I                 PIC X(34).
         03 M5B3L                 PIC S9(4) COMP.
         03 M5B3F                 PIC X.
         03 M5B3I                 PIC X(4).
         03 M5X3L                 PIC S9(4) COMP.
         03 M5X3F                 PIC X.
         03 M5X3I                 PIC X(12).
         03 M5C4L                 PIC S9(4) COMP.
         03 M5C4F                 PIC X.
         03 M5C4I                 PIC X(34).
         03 M5B4L                 PIC S9(4) COMP.
         03 M5B4F                 PIC X.
         03 M5B4I                 PIC X(4).
         03 M5X4L                 PIC S9(4) COMP.
         03 M5X4F                 PIC X.
         03 M5X4I                 PIC X(12).
         03 M5C5L                 PIC S9(4) COMP.
         03 M5C5F                 PIC X.
         03 M5C5I                 PIC X(34).
         03 M5B5L                 PIC S9(4) COMP.
         03 M5B5F                 PIC X.
         03 M5B5I                 PIC X(4).
         03 M5X5L                 PIC S9(4) COMP.
         03 M5X5F                 PIC X.
         03 M5X5I                 PIC X(12).
         03 M5C6L                 PIC S9(4) COMP.
         03 M5C6F                 PIC X.
         03 M5C6I                 PIC X(34).
         03 M5B6L                 PIC S9(4) COMP.
         03 M5B6F                 PIC X.
         03 M5B6I                 PIC X(4).
         03 M5X6L                 PIC S9(4) COMP.
         03 M5X6F                 PIC X.
         03 M5X6I                 PIC X(12).
         03 M5C7L                 PIC S9(4) COMP.
         03 M5C7F                 PIC X.
         03 M5C7I                 PIC X(34).
         03 M5B7L                 PIC S9(4) COMP.
         03 M5B7F                 PIC X.
         03 M5B7I                 PIC X(4).
         03 M5X7L                 PIC S9(4) COMP.
         03 M5X7F                 PIC X.
         03 M5X7I                 PIC X(12).
         03 M5C8L                 PIC S9(4) COMP.
         03 M5C8F                 PIC X.
         03 M5C8I                 PIC X(34).
         03 M5B8L                 PIC S9(4) COMP.
         03 M5B8F                 PIC X.
         03 M5B8I                 PIC X(4).
         03 M5X8L                 PIC S9(4) COMP.
         03 M5X8F                 PIC X.
         03 M5X8I                 PIC X(12).
         03 M5MSGL                PIC S9(4) COMP.
         03 M5MSGF                PIC X.
         03 M5MSGI                PIC X(79).
       01 RBKM5O REDEFINES RBKM5I.
         03 FILLER                PIC X(12).
         03 FILLER                PIC X(3).
         03 M5VENDO               PIC X(8).
         03 FILLER                PIC X(3).
         03 M5VNAMO               PIC X(40).
         03 FILLER                PIC X(3).
         03 M5Q1O                 PIC X(3).
         03 FILLER                PIC X(3).
         03 M5O1O                 PIC X(75).
         03 FILLER                PIC X(3).
         03 M5Q2O                 PIC X(3).
         03 FILLER                PIC X(3).
         03 M5O2O                 PIC X(75).
         03 FILLER                PIC X(3).
         03 M5Q3O                 PIC X(3).
         03 FILLER                PIC X(3).
         03 M5O3O                 PIC X(75).
         03 FILLER                PIC X(3).
         03 M5Q4O                 PIC X(3).
         03 FILLER                PIC X(3).
         03 M5O4O                 PIC X(75).
         03 FILLER                PIC X(3).
         03 M5Q5O                 PIC X(3).
         03 FILLER                PIC X(3).
         03 M5O5O                 PIC X(75).
         03 FILLER                PIC X(3).
         03 M5Q6O                 PIC X(3).
         03 FILLER                PIC X(3).
         03 M5O6O                 PIC X(75).
         03 FILLER                PIC X(3).
         03 M5C1O                 PIC X(34).
         03 FILLER                PIC X(3).
         03 M5B1O                 PIC X(4).
         03 FILLER                PIC X(3).
         03 M5X1O                 PIC X(12).
         03 FILLER                PIC X(3).
         03 M5C2O                 PIC X(34).
         03 FILLER                PIC X(3).
         03 M5B2O                 PIC X(4).
         03 FILLER                PIC X(3).
         03 M5X2O                 PIC X(12).
         03 FILLER                PIC X(3).
         03 M5C3O                 PIC X(34).
         03 FILLER                PIC X(3).
         03 M5B3O                 PIC X(4).
         03 FILLER                PIC X(3).
         03 M5X3O                 PIC X(12).
         03 FILLER                PIC X(3).
         03 M5C4O                 PIC X(34).
         03 FILLER                PIC X(3).
         03 M5B4O                 PIC X(4).
         03 FILLER                PIC X(3).
         03 M5X4O                 PIC X(12).
         03 FILLER                PIC X(3).
         03 M5C5O                 PIC X(34).
         03 FILLER                PIC X(3).
         03 M5B5O                 PIC X(4).
         03 FILLER                PIC X(3).
         03 M5X5O                 PIC X(12).
         03 FILLER                PIC X(3).
         03 M5C6O                 PIC X(34).
         03 FILLER                PIC X(3).
         03 M5B6O                 PIC X(4).
         03 FILLER                PIC X(3).
         03 M5X6O                 PIC X(12).
         03 FILLER                PIC X(3).
         03 M5C7O                 PIC X(34).
         03 FILLER                PIC X(3).
         03 M5B7O                 PIC X(4).
         03 FILLER                PIC X(3).
         03 M5X7O                 PIC X(12).
         03 FILLER                PIC X(3).
         03 M5C8O                 PIC X(34).
         03 FILLER                PIC X(3).
         03 M5B8O                 PIC X(4).
         03 FILLER                PIC X(3).
         03 M5X8O                 PIC X(12).
         03 FILLER                PIC X(3).
         03 M5MSGO                PIC X(79).
