      ******************************************************************
      * CardDemo - Charge-Off Master Record
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
      * One record per charged-off card, keyed on card number,
      * written by CBCHO01 the night the card passes the CHOPARM1
      * days-past-due threshold on the DLQMAST1 delinquency master.
      * The balance written off is split into the finance charge
      * billed since the card's position was set and the principal
      * remainder.  Payments CBPAY01 later matches to the card are
      * posted here as recoveries: CHO-RECOVERED accumulates them and
      * the card is marked fully recovered once they reach the
      * balance written off.  CHO-LAST-RCY-AMT holds what was
      * recovered on CHO-LAST-RCY-DATE, for reporting the last
      * payment received on the card.
      *
       01  CHG-OFF-RECORD.
           05  CHO-CARD-NUM                     PIC X(16).
           05  CHO-CHGOFF-DATE                  PIC 9(08).
           05  CHO-DUE-DATE                     PIC 9(08).
           05  CHO-DAYS-PAST-DUE                PIC 9(05).
           05  CHO-BALANCE                      PIC S9(09)V99.
           05  CHO-PRINCIPAL                    PIC S9(09)V99.
           05  CHO-FIN-CHG                      PIC S9(09)V99.
           05  CHO-RECOVERED                    PIC S9(09)V99.
           05  CHO-RCY-COUNT                    PIC 9(05).
           05  CHO-LAST-RCY-DATE                PIC 9(08).
           05  CHO-LAST-RCY-AMT                 PIC S9(09)V99.
           05  CHO-STATUS                       PIC X(01).
               88  CHO-IS-OPEN                  VALUE 'O'.
               88  CHO-IS-RECOVERED             VALUE 'R'.
           05  FILLER                           PIC X(09).
