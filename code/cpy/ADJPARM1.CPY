      ******************************************************************
      * CardDemo - Manual Adjustment Limits Parameter Record
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
      *
      * The adjustment authority table CBADJ01 loads, 80 bytes with
      * the card type in column 1.  An O card names an operator
      * allowed to enter or approve adjustments and the largest
      * single adjustment that operator may enter or approve.  An R
      * card names a reason code, its description, the largest
      * single adjustment allowed under it, the direction it may
      * post (C credits only, D debits only, blank either way) and
      * whether it is a Reg E provisional credit that must be tied
      * to an open dispute case.  An operator or reason code not on
      * the table cannot post.
      *
       01  ADJ-PARM-RECORD.
           05  ADP-CARD-TYPE                    PIC X(01).
               88  ADP-IS-OPERATOR              VALUE 'O'.
               88  ADP-IS-REASON                VALUE 'R'.
           05  ADP-CARD-DATA                    PIC X(79).
           05  ADP-OPERATOR-DATA REDEFINES ADP-CARD-DATA.
               10  ADP-OPERATOR-ID              PIC X(08).
               10  ADP-OPER-NAME                PIC X(30).
               10  ADP-OPER-LIMIT               PIC 9(07)V99.
               10  FILLER                       PIC X(32).
           05  ADP-REASON-DATA REDEFINES ADP-CARD-DATA.
               10  ADP-REASON-CD                PIC X(04).
               10  ADP-REASON-DESC              PIC X(30).
               10  ADP-REASON-LIMIT             PIC 9(07)V99.
               10  ADP-DIRECTION                PIC X(01).
                   88  ADP-CREDIT-ONLY          VALUE 'C'.
                   88  ADP-DEBIT-ONLY           VALUE 'D'.
               10  ADP-PROVISIONAL-SW           PIC X(01).
                   88  ADP-IS-PROVISIONAL       VALUE 'Y'.
               10  FILLER                       PIC X(34).
