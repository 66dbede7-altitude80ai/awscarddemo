      ******************************************************************
      * CardDemo - Card Status Parameter Record
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
      * Single parameter record for CBCST01.  A card is put on
      * over-limit hold once it has appeared on the OVRLIM01 file on
      * CSP-OVR-CYCLES consecutive statements; an appearance counts
      * as consecutive when the previous one was no more than
      * CSP-OVR-GAP-DAYS earlier, roughly one cycle.
      *
       01  CST-PARM-RECORD.
           05  CSP-OVR-CYCLES                   PIC 9(03).
           05  CSP-OVR-GAP-DAYS                 PIC 9(03).
           05  FILLER                           PIC X(74).
