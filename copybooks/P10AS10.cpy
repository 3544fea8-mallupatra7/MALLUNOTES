      *****************************************************************
      * P10AS10 - SYMBOLIC MAP FOR MAPSET P10AS10 (MAPD / MAPO / MAPV)
      * REFERENCE-FILE MAINTENANCE SCREENS FOR P10DFILE, P10OFILE AND
      * P10GFILE.
      * GENERATED BY BMS ASSEMBLY - DO NOT HAND-KEY INDIVIDUAL FIELDS,
      * RE-ASSEMBLE THE MAPSET AND RE-COPY THIS BOOK WHEN A SCREEN
      * CHANGES.
           02 RDBUDL           COMP PIC S9(4).
           02 RDBUDA           PICTURE X.
           02 RDBUDI           PICTURE X(5).
           02 RDDIVL           COMP PIC S9(4).
           02 RDDIVA           PICTURE X.
           02 RDDIVI           PICTURE X(4).
           02 RDCCL            COMP PIC S9(4).
           02 RDCCA            PICTURE X.
           02 RDCCI            PICTURE X(6).
           02 RDERRL           COMP PIC S9(4).
           02 RDERRA           PICTURE X.
           02 RDERRI           PICTURE X(40).
           02 FILLER           PICTURE X(2).
           02 RDBUDO           PICTURE X(5).
           02 FILLER           PICTURE X(2).
           02 RDDIVO           PICTURE X(4).
           02 FILLER           PICTURE X(2).
           02 RDCCO            PICTURE X(6).
           02 FILLER           PICTURE X(2).
           02 RDERRO           PICTURE X(40).
      *
       01  MAPOI.
           02 ROACTO           PICTURE X(1).
           02 FILLER           PICTURE X(2).
           02 ROERRO           PICTURE X(40).
      *
       01  MAPVI.
           02 FILLER           PICTURE X(12).
           02 RVDIVL           COMP PIC S9(4).
           02 RVDIVA           PICTURE X.
           02 RVDIVI           PICTURE X(4).
           02 RVDESCL          COMP PIC S9(4).
           02 RVDESCA          PICTURE X.
           02 RVDESCI          PICTURE X(15).
           02 RVACTL           COMP PIC S9(4).
           02 RVACTA           PICTURE X.
           02 RVACTI           PICTURE X(1).
           02 RVERRL           COMP PIC S9(4).
           02 RVERRA           PICTURE X.
           02 RVERRI           PICTURE X(40).
       01  MAPVO REDEFINES MAPVI.
           02 FILLER           PICTURE X(12).
           02 FILLER           PICTURE X(2).
           02 RVDIVO           PICTURE X(4).
           02 FILLER           PICTURE X(2).
           02 RVDESCO          PICTURE X(15).
           02 FILLER           PICTURE X(2).
           02 RVACTO           PICTURE X(1).
           02 FILLER           PICTURE X(2).
           02 RVERRO           PICTURE X(40).
