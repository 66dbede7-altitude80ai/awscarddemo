      ******************************************************************
      * CardDemo - Credit Bureau Parameter Record
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
      * Single control record read by CBCRB01: the identification
      * number the bureaus assigned the reporter (carried on every
      * base segment and as each bureau's program identifier on the
      * header), the reporter name, and the cycle identifier.
      * CRP-FORCE-RUN 'Y' builds the file on a night that is not the
      * last processing day of the month -- a rerun after the month
      * has rolled, or a test cut.
      *
       01  CRB-PARM-RECORD.
           05  CRP-IDENT-NUM                    PIC X(20).
           05  CRP-REPORTER-NAME                PIC X(40).
           05  CRP-CYCLE-ID                     PIC X(02).
           05  CRP-FORCE-RUN                    PIC X(01).
               88  CRP-FORCE-THIS-RUN           VALUE 'Y'.
           05  FILLER                           PIC X(17).
